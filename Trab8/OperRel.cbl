      *          com retorno diferente de zero, com rejeicoes ou que
      *          iniciaram e nao terminaram), depois todos os
      *          eventos, para o operador da manha nao descobrir um
      *          stream meio-falhado so quando faltar holerite. Os
      *          passos que o JOBCTL saltou pelo calendario e os que
      *          foram reiniciados (ou nao repetidos no reinicio)
      *          aparecem em secoes proprias, inclusive as linhas de
      *          um reinicio feito no dia seguinte para esta data.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        77 WS-EV-IDX2 PIC 9(03) VALUE ZERO.
        77 WS-EV-MAXIMO PIC 9(03) VALUE 200.
        77 WS-QTD-OCORRENCIAS PIC 9(03) VALUE ZERO.
        77 WS-QTD-SECAO PIC 9(03) VALUE ZERO.
        77 WS-SECAO-EVENTO PIC X(01) VALUE SPACE.
        77 WS-SECAO-TITULO PIC X(60) VALUE SPACES.
        77 WS-TEM-FIM PIC X VALUE "N".
            88 TEM-FIM VALUE "Y".
        01 WS-EV-TAB.
                10 WS-EV-REJ PIC 9(05).
                10 WS-EV-TOTAL PIC 9(11)V99.
                10 WS-EV-RC PIC 9(02).
                10 WS-EV-PASSO PIC X(08).

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
            WRITE RELATO-LINHA
        END-IF.

        MOVE "S" TO WS-SECAO-EVENTO.
        MOVE "PASSOS SALTADOS PELO CALENDARIO:" TO WS-SECAO-TITULO.
        PERFORM RELATA-SECAO-STREAM.
        MOVE "R" TO WS-SECAO-EVENTO.
        MOVE "PASSOS REINICIADOS APOS FALHA:" TO WS-SECAO-TITULO.
        PERFORM RELATA-SECAO-STREAM.
        MOVE "J" TO WS-SECAO-EVENTO.
        MOVE "PASSOS JA CONCLUIDOS, NAO REPETIDOS NO REINICIO:"
            TO WS-SECAO-TITULO.
        PERFORM RELATA-SECAO-STREAM.

        DISPLAY " ".
        DISPLAY "TODOS OS EVENTOS:".
        PERFORM VARYING WS-EV-IDX FROM 1 BY 1
            END-IF
        END-PERFORM.

      * eventos que o JOBCTL grava para os passos do stream
        RELATA-SECAO-STREAM.
        MOVE ZERO TO WS-QTD-SECAO.
        PERFORM VARYING WS-EV-IDX FROM 1 BY 1
            UNTIL WS-EV-IDX > WS-EV-COUNT
            IF WS-EV-EVENTO(WS-EV-IDX) = WS-SECAO-EVENTO
                IF WS-QTD-SECAO = ZERO
                    DISPLAY " "
                    DISPLAY WS-SECAO-TITULO
                    MOVE WS-SECAO-TITULO TO RELATO-LINHA
                    WRITE RELATO-LINHA
                END-IF
                ADD 1 TO WS-QTD-SECAO
                DISPLAY "    " WS-EV-PASSO(WS-EV-IDX) " "
                    WS-EV-PROGRAMA(WS-EV-IDX) " AS "
                    WS-EV-TIMESTAMP(WS-EV-IDX)
                    " ULTIMO RETORNO " WS-EV-RC(WS-EV-IDX)
                MOVE SPACES TO RELATO-LINHA
                STRING "    " WS-EV-PASSO(WS-EV-IDX) " "
                    WS-EV-PROGRAMA(WS-EV-IDX) " AS "
                    WS-EV-TIMESTAMP(WS-EV-IDX)
                    " ULTIMO RETORNO " WS-EV-RC(WS-EV-IDX)
                    DELIMITED BY SIZE INTO RELATO-LINHA
                WRITE RELATO-LINHA
            END-IF
        END-PERFORM.

        RELATA-EVENTO.
        DISPLAY WS-EV-TIMESTAMP(WS-EV-IDX) " "
            WS-EV-PROGRAMA(WS-EV-IDX) " "
            " PROC=" WS-EV-PROC(WS-EV-IDX)
            " REJ=" WS-EV-REJ(WS-EV-IDX)
            " TOTAL=" WS-EV-TOTAL(WS-EV-IDX)
            " RC=" WS-EV-RC(WS-EV-IDX)
            " " WS-EV-PASSO(WS-EV-IDX).
        MOVE SPACES TO RELATO-LINHA.
        STRING WS-EV-TIMESTAMP(WS-EV-IDX) " "
            WS-EV-PROGRAMA(WS-EV-IDX) " "
            " REJ=" WS-EV-REJ(WS-EV-IDX)
            " TOTAL=" WS-EV-TOTAL(WS-EV-IDX)
            " RC=" WS-EV-RC(WS-EV-IDX)
            " " WS-EV-PASSO(WS-EV-IDX)
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

                    MOVE "Y" TO WS-JOBJRNL-EOF
                NOT AT END
                    IF JJ-TIMESTAMP(1:8) = WS-DATA-RELATORIO
                        OR (JJ-DATA-LOTE NUMERIC
                            AND JJ-DATA-LOTE = WS-DATA-RELATORIO)
                        PERFORM ACUMULA-EVENTO
                    END-IF
            END-READ
            MOVE JJ-QTD-REJEITADA TO WS-EV-REJ(WS-EV-COUNT)
            MOVE JJ-TOTAL-CONTROLE TO WS-EV-TOTAL(WS-EV-COUNT)
            MOVE JJ-RETORNO TO WS-EV-RC(WS-EV-COUNT)
            MOVE JJ-PASSO TO WS-EV-PASSO(WS-EV-COUNT)
        END-IF.
