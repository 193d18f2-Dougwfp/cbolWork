      *          mes a mes na faixa pedida, admissoes, inativacoes,
      *          quadro no fim do mes e o percentual de rotatividade,
      *          por departamento e para a empresa toda (pacote da
      *          diretoria do RH), e o quadro por categoria (CLT,
      *          aprendiz, estagiario, diretor estatutario).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        01 RELATO-LINHA PIC X(120).

        WORKING-STORAGE SECTION.
        COPY "CATEGWS.cpy".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-CHGLOG-STATUS PIC XX VALUE "00".
        77 WS-RELATO-STATUS PIC XX VALUE "00".
            05 WS-DP-ENTRY OCCURS 100 TIMES.
                10 WS-DP-DEPTO PIC X(10).
                10 WS-DP-ATIVOS PIC 9(05).
        01 WS-QC-TAB.
            05 WS-QC-ATIVOS PIC 9(05) OCCURS 4 TIMES.
        01 WS-EV-TAB.
            05 WS-EV-ENTRY OCCURS 999 TIMES.
                10 WS-EV-MES PIC 9(06).
                10 WS-EV-TIPO PIC X(01).
                10 WS-EV-DEPTO PIC X(10).
                10 WS-EV-CATEG PIC 9(01).

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
            PERFORM RELATA-MES-DEPTO
        END-PERFORM.
        PERFORM RELATA-MES-EMPRESA.
        PERFORM VARYING WS-CAT-ORDEM FROM 1 BY 1
            UNTIL WS-CAT-ORDEM > WS-CAT-LIMITE
            PERFORM RELATA-MES-CATEGORIA
        END-PERFORM.

        RELATA-MES-DEPTO.
        MOVE ZERO TO WS-ADM-MES WS-DES-MES
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

        RELATA-MES-CATEGORIA.
        MOVE ZERO TO WS-ADM-MES WS-DES-MES
            WS-ADM-DEPOIS WS-DES-DEPOIS.
        PERFORM VARYING WS-EV-IDX FROM 1 BY 1
            UNTIL WS-EV-IDX > WS-EV-COUNT
            IF WS-EV-CATEG(WS-EV-IDX) = WS-CAT-ORDEM
                IF WS-EV-MES(WS-EV-IDX) = WS-MES-ATUAL
                    IF WS-EV-TIPO(WS-EV-IDX) = "I"
                        ADD 1 TO WS-ADM-MES
                    ELSE
                        ADD 1 TO WS-DES-MES
                    END-IF
                END-IF
                IF WS-EV-MES(WS-EV-IDX) > WS-MES-ATUAL
                    IF WS-EV-TIPO(WS-EV-IDX) = "I"
                        ADD 1 TO WS-ADM-DEPOIS
                    ELSE
                        ADD 1 TO WS-DES-DEPOIS
                    END-IF
                END-IF
            END-IF
        END-PERFORM.
        COMPUTE WS-QUADRO-EOM = WS-QC-ATIVOS(WS-CAT-ORDEM)
            - WS-ADM-DEPOIS + WS-DES-DEPOIS.
        IF WS-ADM-MES > ZERO OR WS-DES-MES > ZERO
            OR WS-QUADRO-EOM NOT = ZERO
            DISPLAY "  CATEGORIA " WS-CAT-DESCRICAO(WS-CAT-ORDEM)
                " ADMISSOES=" WS-ADM-MES
                " INATIVACOES=" WS-DES-MES
                " QUADRO FIM DO MES=" WS-QUADRO-EOM
            MOVE SPACES TO RELATO-LINHA
            STRING "  CATEGORIA " WS-CAT-DESCRICAO(WS-CAT-ORDEM)
                " ADMISSOES=" WS-ADM-MES
                " INATIVACOES=" WS-DES-MES
                " QUADRO FIM DO MES=" WS-QUADRO-EOM
                DELIMITED BY SIZE INTO RELATO-LINHA
            WRITE RELATO-LINHA
        END-IF.

        PROXIMO-MES.
        DIVIDE WS-MES-ATUAL BY 100 GIVING WS-MES-ANO
            REMAINDER WS-MES-MES.

        APURA-POSICAO-ATUAL.
        MOVE ZERO TO WS-DP-COUNT WS-ATIVOS-HOJE.
        INITIALIZE WS-QC-TAB.
        MOVE "N" TO WS-EMPMAST-EOF.
        OPEN INPUT EMPMAST-FILE.
        IF WS-EMPMAST-STATUS NOT = "00"
                    IF EM-ATIVO
                        ADD 1 TO WS-ATIVOS-HOJE
                        PERFORM ACUMULA-DEPTO-ATUAL
                        MOVE EM-CATEGORIA TO WS-CAT-CODIGO
                        PERFORM APURA-CATEGORIA
                        ADD 1 TO WS-QC-ATIVOS(WS-CAT-ORDEM)
                    END-IF
            END-READ
        END-PERFORM.
            END-IF
            MOVE CG-DEPOIS TO EMPMAST-RECORD
            MOVE EM-DEPARTAMENTO TO WS-EV-DEPTO(WS-EV-COUNT)
            MOVE EM-CATEGORIA TO WS-CAT-CODIGO
            PERFORM APURA-CATEGORIA
            MOVE WS-CAT-ORDEM TO WS-EV-CATEG(WS-EV-COUNT)
            PERFORM LOCALIZA-DEPTO
        END-IF.

        COPY "CATEGCAL.cpy".
