      ******************************************************************
      * COMISCAL.cpy
      * Variable-pay average routines, COPYd into the PROCEDURE
      * DIVISION of the programs that read COMISSAO.DAT (see
      * COMISWS.cpy for the fields). With WS-CM-COMP-REF set to the
      * competencia being paid, PERFORM CARREGA-MEDIA-COMISSAO once:
      * it totals, per prontuario, the commission plus DSR of the
      * rows paid in the 12 competencias before WS-CM-COMP-REF and
      * counts the rows still pending. Then, with WS-CM-ALVO set to
      * the prontuario, APURA-MEDIA-COMISSAO returns WS-CM-MEDIA
      * (the 12-month total / 12, the monthly average that ferias,
      * 13o and rescisao add to the hourly-rate salary) and
      * WS-CM-QTD-PENDENTE.
      ******************************************************************
        CARREGA-MEDIA-COMISSAO.
        MOVE ZERO TO WS-CM-MD-COUNT.
        MOVE "N" TO WS-COMISSAO-EOF.
        DIVIDE WS-CM-COMP-REF BY 100 GIVING WS-CM-ANO-WK
            REMAINDER WS-CM-MM-WK.
        COMPUTE WS-CM-MES-REF = WS-CM-ANO-WK * 12 + WS-CM-MM-WK.
        OPEN INPUT COMISSAO-FILE.
        IF WS-COMISSAO-STATUS = "00"
            PERFORM UNTIL COMISSAO-EOF
                READ COMISSAO-FILE
                    AT END
                        MOVE "Y" TO WS-COMISSAO-EOF
                    NOT AT END
                        PERFORM ACUMULA-MEDIA-COMISSAO
                END-READ
            END-PERFORM
            CLOSE COMISSAO-FILE
        END-IF.

        ACUMULA-MEDIA-COMISSAO.
        IF CM-PAGO AND CM-COMP-ACERTO NUMERIC
            DIVIDE CM-COMP-ACERTO BY 100 GIVING WS-CM-ANO-WK
                REMAINDER WS-CM-MM-WK
            COMPUTE WS-CM-MES-ROW = WS-CM-ANO-WK * 12 + WS-CM-MM-WK
            IF WS-CM-MES-ROW < WS-CM-MES-REF
                AND WS-CM-MES-ROW + 12 >= WS-CM-MES-REF
                MOVE CM-PRONTUARIO TO WS-CM-ALVO
                PERFORM LOCALIZA-MEDIA-COMISSAO
                IF WS-CM-MD-ACHOU > ZERO
                    ADD CM-VALOR CM-DSR
                        TO WS-CM-MD-TOTAL(WS-CM-MD-ACHOU)
                END-IF
            END-IF
        END-IF.
        IF CM-PENDENTE
            MOVE CM-PRONTUARIO TO WS-CM-ALVO
            PERFORM LOCALIZA-MEDIA-COMISSAO
            IF WS-CM-MD-ACHOU > ZERO
                ADD 1 TO WS-CM-MD-PENDENTE(WS-CM-MD-ACHOU)
            END-IF
        END-IF.

        LOCALIZA-MEDIA-COMISSAO.
        MOVE ZERO TO WS-CM-MD-ACHOU.
        PERFORM VARYING WS-CM-MD-IDX FROM 1 BY 1
            UNTIL WS-CM-MD-IDX > WS-CM-MD-COUNT
                OR WS-CM-MD-ACHOU > ZERO
            IF WS-CM-MD-PRONTUARIO(WS-CM-MD-IDX) = WS-CM-ALVO
                MOVE WS-CM-MD-IDX TO WS-CM-MD-ACHOU
            END-IF
        END-PERFORM.
        IF WS-CM-MD-ACHOU = ZERO
            IF WS-CM-MD-COUNT >= WS-CM-MD-MAXIMO
                DISPLAY "AVISO: limite de " WS-CM-MD-MAXIMO
                    " prontuarios com comissao atingido, "
                    WS-CM-ALVO " fora da media de variaveis"
            ELSE
                ADD 1 TO WS-CM-MD-COUNT
                MOVE WS-CM-MD-COUNT TO WS-CM-MD-ACHOU
                MOVE WS-CM-ALVO
                    TO WS-CM-MD-PRONTUARIO(WS-CM-MD-ACHOU)
                MOVE ZERO TO WS-CM-MD-TOTAL(WS-CM-MD-ACHOU)
                    WS-CM-MD-PENDENTE(WS-CM-MD-ACHOU)
            END-IF
        END-IF.

        APURA-MEDIA-COMISSAO.
        MOVE ZERO TO WS-CM-MEDIA WS-CM-QTD-PENDENTE.
        MOVE ZERO TO WS-CM-MD-ACHOU.
        PERFORM VARYING WS-CM-MD-IDX FROM 1 BY 1
            UNTIL WS-CM-MD-IDX > WS-CM-MD-COUNT
                OR WS-CM-MD-ACHOU > ZERO
            IF WS-CM-MD-PRONTUARIO(WS-CM-MD-IDX) = WS-CM-ALVO
                MOVE WS-CM-MD-IDX TO WS-CM-MD-ACHOU
            END-IF
        END-PERFORM.
        IF WS-CM-MD-ACHOU > ZERO
            COMPUTE WS-CM-MEDIA ROUNDED =
                WS-CM-MD-TOTAL(WS-CM-MD-ACHOU) / 12
            MOVE WS-CM-MD-PENDENTE(WS-CM-MD-ACHOU)
                TO WS-CM-QTD-PENDENTE
        END-IF.
