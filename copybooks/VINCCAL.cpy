      ******************************************************************
      * VINCCAL.cpy
      * Multiple employment link routines, COPYd into the PROCEDURE
      * DIVISION of the programs that read VINCEXT.DAT (see
      * VINCWS.cpy for the fields). PERFORM CARREGA-VINCULOS once;
      * cancelled declarations are not loaded and a zero
      * VX-COMP-FIM is loaded as December of the starting year.
      * Then, with WS-VX-ALVO set to the prontuario and WS-VX-COMP
      * to the competencia (AAAAMM):
      *   APURA-VINCULOS totals the declarations covering the month
      *     into WS-VX-QTD, WS-VX-REM-OUTROS and WS-VX-INSS-OUTROS;
      *   LIMITA-INSS-VINCULOS takes our INSS in WS-VX-INSS-VALOR
      *     and gives it back limited to the contribution on the
      *     ceiling (INSS-LIMITE(4), progressive) less what the
      *     other employers already withheld, never below zero,
      *     with WS-VX-IND-MV set for the eSocial.
      ******************************************************************
        CARREGA-VINCULOS.
        MOVE ZERO TO WS-VX-COUNT.
        MOVE "N" TO WS-VINCEXT-EOF.
        OPEN INPUT VINCEXT-FILE.
        IF WS-VINCEXT-STATUS = "00"
            PERFORM UNTIL VINCEXT-EOF
                READ VINCEXT-FILE
                    AT END
                        MOVE "Y" TO WS-VINCEXT-EOF
                    NOT AT END
                        IF VX-ATIVA
                            PERFORM ACUMULA-VINCULO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE VINCEXT-FILE
        END-IF.

        ACUMULA-VINCULO.
        IF WS-VX-COUNT >= WS-VX-MAXIMO
            DISPLAY "AVISO: limite de " WS-VX-MAXIMO
                " declaracoes de outro vinculo atingido, "
                VX-PRONTUARIO " ignorado"
        ELSE
            ADD 1 TO WS-VX-COUNT
            MOVE VX-PRONTUARIO TO WS-VX-PRONTUARIO(WS-VX-COUNT)
            MOVE VX-CNPJ TO WS-VX-CNPJ(WS-VX-COUNT)
            MOVE VX-COMP-INICIO TO WS-VX-INICIO(WS-VX-COUNT)
            IF VX-COMP-FIM = ZERO
                DIVIDE VX-COMP-INICIO BY 100 GIVING WS-VX-ANO
                COMPUTE WS-VX-FIM(WS-VX-COUNT) = WS-VX-ANO * 100 + 12
            ELSE
                MOVE VX-COMP-FIM TO WS-VX-FIM(WS-VX-COUNT)
            END-IF
            MOVE VX-REMUNERACAO TO WS-VX-REMUNERACAO(WS-VX-COUNT)
            MOVE VX-INSS-RETIDO TO WS-VX-INSS(WS-VX-COUNT)
        END-IF.

        APURA-VINCULOS.
        MOVE ZERO TO WS-VX-QTD WS-VX-REM-OUTROS WS-VX-INSS-OUTROS.
        PERFORM VARYING WS-VX-IDX FROM 1 BY 1
            UNTIL WS-VX-IDX > WS-VX-COUNT
            IF WS-VX-PRONTUARIO(WS-VX-IDX) = WS-VX-ALVO
                AND WS-VX-INICIO(WS-VX-IDX) <= WS-VX-COMP
                AND WS-VX-FIM(WS-VX-IDX) >= WS-VX-COMP
                ADD 1 TO WS-VX-QTD
                ADD WS-VX-REMUNERACAO(WS-VX-IDX) TO WS-VX-REM-OUTROS
                ADD WS-VX-INSS(WS-VX-IDX) TO WS-VX-INSS-OUTROS
            END-IF
        END-PERFORM.

      * o teto vale para a soma dos vinculos: retemos no maximo a
      * contribuicao sobre o teto menos o que os outros ja retiveram
        LIMITA-INSS-VINCULOS.
        MOVE SPACE TO WS-VX-IND-MV.
        PERFORM APURA-VINCULOS.
        IF WS-VX-QTD > ZERO
            MOVE ZERO TO WS-VX-TETO-CONTRIB WS-VX-FAIXA-ANT
            PERFORM VARYING WS-VX-FX-IDX FROM 1 BY 1
                UNTIL WS-VX-FX-IDX > 4
                COMPUTE WS-VX-TETO-CONTRIB ROUNDED =
                    WS-VX-TETO-CONTRIB +
                    ((INSS-LIMITE(WS-VX-FX-IDX) - WS-VX-FAIXA-ANT)
                        * INSS-ALIQUOTA(WS-VX-FX-IDX))
                MOVE INSS-LIMITE(WS-VX-FX-IDX) TO WS-VX-FAIXA-ANT
            END-PERFORM
            COMPUTE WS-VX-SALDO =
                WS-VX-TETO-CONTRIB - WS-VX-INSS-OUTROS
            IF WS-VX-SALDO <= ZERO
                MOVE ZERO TO WS-VX-INSS-VALOR
                MOVE "3" TO WS-VX-IND-MV
            ELSE
                IF WS-VX-INSS-VALOR > WS-VX-SALDO
                    MOVE WS-VX-SALDO TO WS-VX-INSS-VALOR
                END-IF
                MOVE "2" TO WS-VX-IND-MV
            END-IF
        END-IF.
