      *          mesmas aliquotas do CALC-ENCARGOS-PATRONAIS
      *          (LEGALTAB) e totaliza por departamento para o
      *          lancamento contabil, com trailer da empresa
      *          amarravel mes a mes. A categoria do cadastro
      *          limita a provisao: estagiario provisiona so o
      *          recesso (sem 1/3, 13o e encargos), aprendiz recolhe
      *          FGTS de 2% e diretor estatutario nao provisiona 13o
      *          nem ferias. Totais tambem por categoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

        WORKING-STORAGE SECTION.
        COPY "LEGALWS.cpy".
        COPY "CATEGWS.cpy".
        77 WS-HORAS-MES PIC 9(03) VALUE 220.
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-RATEHIST-STATUS PIC XX VALUE "00".
        77 WS-PROV-FERIAS PIC 9(07)V99 VALUE ZERO.
        77 WS-PROV-ENCARGOS PIC 9(07)V99 VALUE ZERO.
        77 WS-PROV-TOTAL PIC 9(07)V99 VALUE ZERO.
        77 WS-PROV-ALIQ PIC 9V9999 VALUE ZERO.
        77 WS-QTD-EMPREGADOS PIC 9(05) VALUE ZERO.
        77 WS-TOT-13 PIC 9(11)V99 VALUE ZERO.
        77 WS-TOT-FERIAS PIC 9(11)V99 VALUE ZERO.
                10 WS-DP-13 PIC 9(11)V99.
                10 WS-DP-FERIAS PIC 9(11)V99.
                10 WS-DP-ENCARGOS PIC 9(11)V99.
        01 WS-PC-TAB.
            05 WS-PC-ENTRY OCCURS 4 TIMES.
                10 WS-PC-QTD PIC 9(05).
                10 WS-PC-13 PIC 9(11)V99.
                10 WS-PC-FERIAS PIC 9(11)V99.
                10 WS-PC-ENCARGOS PIC 9(11)V99.
        01 WS-RH-TAB.
            05 WS-RH-ENTRY OCCURS 200 TIMES.
                10 WS-RH-PRONTUARIO PIC X(08).
        PERFORM LOAD-LEGAL-TABLE.
        PERFORM SELECT-LEGAL-RATE.
        PERFORM LOAD-RATEHIST-TABLE.
        INITIALIZE WS-PC-TAB.
        MOVE WS-ALIQ-FGTS-USE TO WS-CAT-ALIQ-FGTS-NORMAL.

        OPEN INPUT EMPMAST-FILE.
        IF WS-EMPMAST-STATUS NOT = "00"
        CLOSE EMPMAST-FILE.

        PERFORM RELATA-DEPARTAMENTOS.
        PERFORM RELATA-CATEGORIAS.
        PERFORM RELATA-TRAILER.
        CLOSE RELATO-FILE.
        STOP RUN.
        PERFORM SELECIONA-VALOR-HORA.
        COMPUTE WS-SALARIO-MENSAL ROUNDED =
            wsValorHora * WS-HORAS-MES.
        MOVE EM-CATEGORIA TO WS-CAT-CODIGO.
        PERFORM APURA-CATEGORIA.
        MOVE ZERO TO WS-PROV-13 WS-PROV-FERIAS.
        IF CAT-TEM-13
            COMPUTE WS-PROV-13 ROUNDED = WS-SALARIO-MENSAL / 12
        END-IF.
        IF CAT-TEM-FERIAS AND CAT-TEM-TERCO
            COMPUTE WS-PROV-FERIAS ROUNDED =
                WS-SALARIO-MENSAL * 4 / 3 / 12
        END-IF.
        IF CAT-TEM-FERIAS AND NOT CAT-TEM-TERCO
            COMPUTE WS-PROV-FERIAS ROUNDED = WS-SALARIO-MENSAL / 12
        END-IF.
        EVALUATE TRUE
            WHEN CAT-ENCARGOS-ISENTO
                MOVE ZERO TO WS-PROV-ALIQ
            WHEN CAT-ENCARGOS-PATRONAL
                COMPUTE WS-PROV-ALIQ = WS-ALIQ-PATRONAL-USE
                    + WS-CAT-ALIQ-FGTS
            WHEN OTHER
                COMPUTE WS-PROV-ALIQ = WS-ALIQ-PATRONAL-USE
                    + WS-ALIQ-RAT-USE + WS-ALIQ-TERCEIROS-USE
                    + WS-CAT-ALIQ-FGTS
        END-EVALUATE.
        COMPUTE WS-PROV-ENCARGOS ROUNDED =
            (WS-PROV-13 + WS-PROV-FERIAS) * WS-PROV-ALIQ.
        COMPUTE WS-PROV-TOTAL = WS-PROV-13 + WS-PROV-FERIAS
            + WS-PROV-ENCARGOS.

        ADD WS-PROV-ENCARGOS TO WS-TOT-ENCARGOS.
        ADD WS-PROV-TOTAL TO WS-TOT-GERAL.
        PERFORM ACUMULA-DEPARTAMENTO.
        ADD 1 TO WS-PC-QTD(WS-CAT-ORDEM).
        ADD WS-PROV-13 TO WS-PC-13(WS-CAT-ORDEM).
        ADD WS-PROV-FERIAS TO WS-PC-FERIAS(WS-CAT-ORDEM).
        ADD WS-PROV-ENCARGOS TO WS-PC-ENCARGOS(WS-CAT-ORDEM).

        MOVE SPACES TO RELATO-LINHA.
        STRING wspronturario " " EM-DEPARTAMENTO
            " " WS-CAT-DESCRICAO(WS-CAT-ORDEM)
            " 13o=" WS-PROV-13
            " FERIAS+1/3=" WS-PROV-FERIAS
            " ENCARGOS=" WS-PROV-ENCARGOS
            WRITE RELATO-LINHA
        END-PERFORM.

        RELATA-CATEGORIAS.
        MOVE SPACES TO RELATO-LINHA.
        STRING "TOTAIS POR CATEGORIA:"
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        PERFORM VARYING WS-CAT-ORDEM FROM 1 BY 1
            UNTIL WS-CAT-ORDEM > WS-CAT-LIMITE
            IF WS-PC-QTD(WS-CAT-ORDEM) > ZERO
                DISPLAY WS-CAT-DESCRICAO(WS-CAT-ORDEM)
                    " QTD=" WS-PC-QTD(WS-CAT-ORDEM)
                    " 13o=" WS-PC-13(WS-CAT-ORDEM)
                    " FERIAS=" WS-PC-FERIAS(WS-CAT-ORDEM)
                    " ENCARGOS=" WS-PC-ENCARGOS(WS-CAT-ORDEM)
                MOVE SPACES TO RELATO-LINHA
                STRING WS-CAT-DESCRICAO(WS-CAT-ORDEM)
                    " QTD=" WS-PC-QTD(WS-CAT-ORDEM)
                    " 13o=" WS-PC-13(WS-CAT-ORDEM)
                    " FERIAS=" WS-PC-FERIAS(WS-CAT-ORDEM)
                    " ENCARGOS=" WS-PC-ENCARGOS(WS-CAT-ORDEM)
                    DELIMITED BY SIZE INTO RELATO-LINHA
                WRITE RELATO-LINHA
            END-IF
        END-PERFORM.

        RELATA-TRAILER.
        DISPLAY "TRAILER DA EMPRESA - COMPETENCIA " WS-COMPETENCIA
            " EMPREGADOS=" WS-QTD-EMPREGADOS
            MOVE WS-LEGAL-TERC(WS-LEGAL-BEST-IDX)
                TO WS-ALIQ-TERCEIROS-USE
        END-IF.

        COPY "CATEGCAL.cpy".
