      *          estranhas (saida ausente, batida duplicada, batida
      *          fora da janela de turno) para revisao e grava
      *          PONTOIMP.DAT no leiaute do ponto para a pre-critica
      *          do PREPONTO consumir sem redigitacao. Aponta tambem
      *          dias com mais de 2 horas extras (acordo coletivo) e
      *          extras do mes acima das autorizadas pelo gestor
      *          (HEAUTOR.DAT), que o PREPONTO vai reter.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RELATO-STATUS.

            SELECT HEAUTOR-FILE ASSIGN TO "data/HEAUTOR.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HEAUTOR-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  PUNCH-FILE.
        FD  RELATO-FILE.
        01 RELATO-LINHA PIC X(120).

        FD  HEAUTOR-FILE.
        COPY "HEAUTOR.cpy".

        WORKING-STORAGE SECTION.
        COPY "HEAUTWS.cpy".
        77 WS-PUNCH-STATUS PIC XX VALUE "00".
        77 WS-PONTOIMP-STATUS PIC XX VALUE "00".
        77 WS-RELATO-STATUS PIC XX VALUE "00".
        77 WS-CAL-ANOMES PIC 9(06) VALUE ZERO.
        77 WS-DIA-REPOUSO PIC X VALUE "N".
            88 DIA-REPOUSO VALUE "Y".
        77 WS-MIN-DIA PIC 9(05) VALUE ZERO.
        77 WS-JORNADA-MIN PIC 9(04) VALUE 480.
        77 WS-EXTRA-DIA-MIN PIC 9(04) VALUE 120.
        77 WS-MIN-EXTRA-DIA PIC 9(05) VALUE ZERO.
        77 WS-HE-MES PIC 9(05) VALUE ZERO.
        77 WS-QTD-SEM-AUTORIZ PIC 9(05) VALUE ZERO.
        01 WS-CAL-TAB.
            05 WS-CAL-ENTRY OCCURS 40 TIMES.
                10 WS-CAL-DATA PIC 9(08).
        ACCEPT WS-COMPETENCIA.

        PERFORM CARREGA-CALENDARIO-MES.
        MOVE WS-COMPETENCIA TO WS-HA-COMP.
        PERFORM CARREGA-AUTORIZACOES-HE.
        IF NOT HA-DISPONIVEL
            DISPLAY "AVISO: autorizacoes de hora extra (HEAUTOR.DAT)"
                " indisponiveis - toda hora extra apurada sera"
                " retida pelo PREPONTO"
        END-IF.
        OPEN INPUT PUNCH-FILE.
        IF WS-PUNCH-STATUS NOT = "00"
            DISPLAY "ERRO: PONTOELE.DAT indisponivel (status "
        STRING "TOTAIS: BATIDAS=" WS-QTD-BATIDAS
            " FICHAS GERADAS=" WS-QTD-FICHAS
            " OCORRENCIAS PARA REVISAO=" WS-QTD-FLAGS
            " EXTRAS SEM AUTORIZACAO=" WS-QTD-SEM-AUTORIZ
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        CLOSE RELATO-FILE.
        DISPLAY "BATIDAS LIDAS:            " WS-QTD-BATIDAS.
        DISPLAY "FICHAS GERADAS:           " WS-QTD-FICHAS.
        DISPLAY "OCORRENCIAS PARA REVISAO: " WS-QTD-FLAGS.
        DISPLAY "EXTRAS SEM AUTORIZACAO:   " WS-QTD-SEM-AUTORIZ.
        DISPLAY "FICHAS EM data/PONTOIMP.DAT - IMPORTE NO PREPONTO"
            " PARA A PRE-CRITICA E LIBERACAO DO LOTE".
        STOP RUN.
            MOVE 9999 TO WS-ENTRADA-PENDENTE
            MOVE 9999 TO WS-ULTIMA-HORA
            MOVE SPACE TO WS-ULTIMO-TIPO
            MOVE ZERO TO WS-MIN-DIA
        END-IF.
        PERFORM LOCALIZA-CONTA.
        IF PC-HORA = WS-ULTIMA-HORA AND PC-TIPO = WS-ULTIMO-TIPO
            WRITE RELATO-LINHA
            MOVE 9999 TO WS-ENTRADA-PENDENTE
        END-IF.
      * acordo coletivo: no maximo 2 horas extras por dia alem da
      * jornada de 8 horas
        IF WS-PRONT-CORRENTE NOT = SPACES
            AND WS-MIN-DIA > WS-JORNADA-MIN + WS-EXTRA-DIA-MIN
            COMPUTE WS-MIN-EXTRA-DIA = WS-MIN-DIA - WS-JORNADA-MIN
            ADD 1 TO WS-QTD-FLAGS
            IF WS-PU-ACHOU > ZERO
                ADD 1 TO WS-PU-FLAGS(WS-PU-ACHOU)
            END-IF
            MOVE SPACES TO RELATO-LINHA
            STRING WS-PRONT-CORRENTE " " WS-DATA-CORRENTE
                " " WS-MIN-EXTRA-DIA " MINUTOS EXTRAS NO DIA - ACIMA"
                " DO LIMITE DE 2 HORAS DO ACORDO COLETIVO, REVISAR"
                DELIMITED BY SIZE INTO RELATO-LINHA
            WRITE RELATO-LINHA
        END-IF.
        MOVE ZERO TO WS-MIN-DIA.

        ACUMULA-PERIODO.
        DIVIDE WS-ENTRADA-PENDENTE BY 100 GIVING WS-HH
                ELSE
                    ADD WS-MIN-PERIODO
                        TO WS-PU-MINUTOS(WS-PU-ACHOU)
                    ADD WS-MIN-PERIODO TO WS-MIN-DIA
                END-IF
            END-IF
        END-IF.
            MOVE ZERO TO TS-EMPRESA
            COMPUTE TS-HORAS-EXTRA-DR ROUNDED =
                WS-PU-MIN-REPOUSO(WS-PU-IDX) / 60
            PERFORM CONFERE-AUTORIZACAO-HE
            WRITE TSHEET-RECORD
            ADD 1 TO WS-QTD-FICHAS
            IF WS-PU-FLAGS(WS-PU-IDX) > ZERO
            END-IF
        END-PERFORM.
        CLOSE PONTOIMP-FILE.

      * so aponta: quem retem o excesso para o gestor e o PREPONTO
        CONFERE-AUTORIZACAO-HE.
        COMPUTE WS-HE-MES = TS-HORAS-EXTRA + TS-HORAS-EXTRA-DR.
        IF WS-HE-MES > ZERO
            MOVE TS-PRONTUARIO TO WS-HA-ALVO
            PERFORM APURA-AUTORIZADO-HE
            IF WS-HE-MES > WS-HA-AUTORIZADAS
                ADD 1 TO WS-QTD-SEM-AUTORIZ
                MOVE SPACES TO RELATO-LINHA
                STRING TS-PRONTUARIO " EXTRAS APURADAS=" WS-HE-MES
                    " AUTORIZADAS=" WS-HA-AUTORIZADAS
                    " - EXCESSO SERA RETIDO PELO PREPONTO PARA O"
                    " GESTOR"
                    DELIMITED BY SIZE INTO RELATO-LINHA
                WRITE RELATO-LINHA
            END-IF
        END-IF.

        COPY "HEAUTCAL.cpy".
