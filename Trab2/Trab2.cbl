        MOVE wsSalLiquid TO AL-SALLIQUIDO.
        MOVE WS-COMPETENCIA TO AL-COMPETENCIA.
        MOVE wsFGTS TO AL-FGTS.
        MOVE wsHoras TO AL-HORAS.
        MOVE ZERO TO AL-HORAS-EXTRA AL-VALOR-EXTRA.
        MOVE ZERO TO AL-BANCO-CREDITO AL-BANCO-DEBITO.
        MOVE "N" TO AL-REMESSA.
        PERFORM CALCULA-ELO-AUDITLOG.
        WRITE AUDITLOG-RECORD.
        IF WS-AUDITLOG-STATUS NOT = "00"
