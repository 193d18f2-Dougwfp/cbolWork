      *          impostos normais, as horas mais antigas que o prazo
      *          de compensacao acordado: debito no razonete,
      *          registro na auditoria encadeada, holerite e NETPAY
      *          para a remessa bancaria, na empresa em vigor na
      *          competencia (EMPHIST.DAT), como o da folha mensal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDITLOG-STATUS.

            SELECT RESFOLHA-FILE ASSIGN TO "data/RESFOLHA.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RF-CHAVE
            FILE STATUS IS WS-RESFOLHA-STATUS.

            SELECT PAYSLIP-FILE ASSIGN TO "data/HOLERITE.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAYSLIP-STATUS.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SYSLOG-STATUS.

            SELECT EMPHIST-FILE ASSIGN TO "data/EMPHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EMPHIST-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPMAST-FILE.
        FD  AUDITLOG-FILE.
        COPY "AUDITLOG.cpy".

        FD  RESFOLHA-FILE.
        COPY "RESFOLHA.cpy".

        FD  PAYSLIP-FILE.
        COPY "PAYSLIP.cpy".

        FD  SYSLOG-FILE.
        COPY "SYSLOG.cpy".

        FD  EMPHIST-FILE.
        COPY "EMPHIST.cpy".

        WORKING-STORAGE SECTION.
        COPY "INSSTAB.cpy".
        COPY "IRRFWS.cpy".
        COPY "SIGNONWS.cpy".
        COPY "SYSERRWS.cpy".
        COPY "AUDCHNWS.cpy".
        COPY "RESFWS.cpy".
        COPY "EMPHWS.cpy".
        COPY "JOBJRNWS.cpy".
        77 WS-PERCENTUAL-HORA-EXTRA PIC 9V99 VALUE 1,5.
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        END-IF.
        PERFORM LOAD-LEGAL-TABLE.
        PERFORM SELECT-LEGAL-RATE.
        PERFORM CARREGA-HISTORICO-EMPRESA.
        DISPLAY "Digite o prazo de compensacao em meses (0 = 6): "
            NO ADVANCING.
        ACCEPT WS-LIMITE-MESES.
        IF WS-AUDITLOG-STATUS = "35"
            OPEN OUTPUT AUDITLOG-FILE
        END-IF.
        PERFORM ABRE-RESFOLHA.
        MOVE SPACES TO AUDITLOG-RECORD.
        MOVE wspronturario TO AL-PRONTUARIO.
        MOVE WS-OPERADOR TO AL-OPERADOR.
        MOVE WS-COMPETENCIA TO AL-COMPETENCIA.
        MOVE wsFGTS TO AL-FGTS.
        MOVE "H" TO AL-TIPO.
        MOVE ZERO TO AL-BANCO-CREDITO.
        MOVE WS-HORAS-VENCIDAS TO AL-BANCO-DEBITO.
        MOVE "S" TO AL-REMESSA.
        PERFORM CALCULA-ELO-AUDITLOG.
        WRITE AUDITLOG-RECORD.
        IF WS-AUDITLOG-STATUS NOT = "00"
            MOVE "WRITE-AUDITLOG" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        PERFORM ACUMULA-RESFOLHA-AUDITORIA.
        CLOSE AUDITLOG-FILE.
        CLOSE RESFOLHA-FILE.

        WRITE-PAYSLIP.
        OPEN EXTEND PAYSLIP-FILE.
        IF NP-EMPRESA = ZERO
            MOVE 1 TO NP-EMPRESA
        END-IF.
        MOVE NP-EMPRESA TO WS-EH-PADRAO.
        MOVE wspronturario TO WS-EH-ALVO.
        MOVE WS-COMPETENCIA TO WS-EH-COMP.
        PERFORM APURA-EMPRESA-COMPETENCIA.
        MOVE WS-EH-EMPRESA TO NP-EMPRESA.
        WRITE NETPAY-RECORD.
        IF WS-NETPAY-STATUS NOT = "00"
            MOVE "NETPAY" TO WS-ERR-ARQUIVO

        COPY "AUDCHAIN.cpy".

        COPY "RESFCAL.cpy".

        COPY "EMPHCAL.cpy".

        COPY "JOBJRN.cpy".

        COPY "SYSERR.cpy".
