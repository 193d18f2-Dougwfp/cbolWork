      ******************************************************************
      * RISCOCAL.cpy
      * Hazard pay routines, COPYd into the PROCEDURE DIVISION of the
      * programs that pay insalubridade/periculosidade (see RISCOWS.cpy
      * for the fields). PERFORM CARREGA-EXPOSICOES once; cancelled
      * rows are not loaded. Then, with WS-EX-ALVO (prontuario),
      * WS-EX-DATA (AAAAMMDD), WS-EX-GRAU-DEPTO / WS-EX-PERIC-DEPTO
      * (from the employee's department), WS-EX-SALARIO-BASE and
      * WS-EX-SALARIO-MINIMO set, APURA-ADICIONAL-RISCO picks the
      * override in force for the employee, if any, and returns the
      * full-month WS-EX-INSALUBRIDADE (grade % of the minimum wage)
      * or WS-EX-PERICULOSIDADE (30% of the base salary): when both
      * apply only the larger one is paid, the other is zeroed.
      * WS-EX-GRAU / WS-EX-PERIC / WS-EX-ORIGEM tell what was applied.
      ******************************************************************
        CARREGA-EXPOSICOES.
        MOVE ZERO TO WS-EX-COUNT.
        MOVE "N" TO WS-EXPOSIC-EOF.
        OPEN INPUT EXPOSIC-FILE.
        IF WS-EXPOSIC-STATUS = "00"
            PERFORM UNTIL EXPOSIC-EOF
                READ EXPOSIC-FILE
                    AT END
                        MOVE "Y" TO WS-EXPOSIC-EOF
                    NOT AT END
                        IF EX-ATIVO AND EX-DATA-VIGENCIA > 19000000
                            PERFORM ACUMULA-EXPOSICAO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EXPOSIC-FILE
        END-IF.

        ACUMULA-EXPOSICAO.
        IF WS-EX-COUNT >= WS-EX-MAXIMO
            DISPLAY "AVISO: limite de " WS-EX-MAXIMO
                " exposicoes atingido, " EX-PRONTUARIO " ignorado"
        ELSE
            ADD 1 TO WS-EX-COUNT
            MOVE EX-PRONTUARIO TO WS-EX-PRONTUARIO(WS-EX-COUNT)
            MOVE EX-DATA-VIGENCIA TO WS-EX-VIGENCIA(WS-EX-COUNT)
            MOVE EX-DATA-FIM TO WS-EX-FIM(WS-EX-COUNT)
            MOVE EX-GRAU-INSALUBRIDADE TO WS-EX-TAB-GRAU(WS-EX-COUNT)
            MOVE EX-PERICULOSIDADE TO WS-EX-TAB-PERIC(WS-EX-COUNT)
        END-IF.

        APURA-ADICIONAL-RISCO.
        MOVE WS-EX-GRAU-DEPTO TO WS-EX-GRAU.
        MOVE WS-EX-PERIC-DEPTO TO WS-EX-PERIC.
        MOVE "D" TO WS-EX-ORIGEM.
        MOVE ZERO TO WS-EX-MELHOR-DATA.
        PERFORM VARYING WS-EX-IDX FROM 1 BY 1
            UNTIL WS-EX-IDX > WS-EX-COUNT
            IF WS-EX-PRONTUARIO(WS-EX-IDX) = WS-EX-ALVO
                AND WS-EX-VIGENCIA(WS-EX-IDX) <= WS-EX-DATA
                AND (WS-EX-FIM(WS-EX-IDX) = ZERO
                    OR WS-EX-FIM(WS-EX-IDX) >= WS-EX-DATA)
                AND WS-EX-VIGENCIA(WS-EX-IDX) >= WS-EX-MELHOR-DATA
                MOVE WS-EX-VIGENCIA(WS-EX-IDX) TO WS-EX-MELHOR-DATA
                MOVE WS-EX-TAB-GRAU(WS-EX-IDX) TO WS-EX-GRAU
                MOVE WS-EX-TAB-PERIC(WS-EX-IDX) TO WS-EX-PERIC
                MOVE "F" TO WS-EX-ORIGEM
            END-IF
        END-PERFORM.
        MOVE ZERO TO WS-EX-INSALUBRIDADE WS-EX-PERICULOSIDADE.
        IF WS-EX-GRAU > ZERO
            COMPUTE WS-EX-INSALUBRIDADE ROUNDED =
                WS-EX-SALARIO-MINIMO * WS-EX-GRAU / 100
        END-IF.
        IF WS-EX-PERIC = "S"
            COMPUTE WS-EX-PERICULOSIDADE ROUNDED =
                WS-EX-SALARIO-BASE * WS-EX-ALIQ-PERICULOSIDADE
        END-IF.
      * os dois adicionais nao se acumulam: fica o mais vantajoso
        IF WS-EX-PERICULOSIDADE > WS-EX-INSALUBRIDADE
            MOVE ZERO TO WS-EX-INSALUBRIDADE
        ELSE
            MOVE ZERO TO WS-EX-PERICULOSIDADE
        END-IF.
