      * Date:
      * Purpose: Manutencao da tabela de parametros legais
      *          (LEGALTAB.DAT) - lista, inclui vigencia, altera ou
      *          exclui vigencia futura (incluindo o salario minimo
      *          da insalubridade), com critica de data real,
      *          aliquotas em faixa sa e as mesmas protecoes do
      *          MANUTIRF: vigencias ja alcancadas por competencias
      *          cadastradas nao podem ser excluidas nem alteradas.
                10 WS-TB-INSS-ENT OCCURS 4 TIMES.
                    15 WS-TB-INSS-LIM PIC 9(07)V99.
                    15 WS-TB-INSS-ALQ PIC 9V9999.
                10 WS-TB-SAL-MINIMO PIC 9(05)V99.

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        PERFORM VARYING WS-TB-FX FROM 1 BY 1 UNTIL WS-TB-FX > 4
            PERFORM OBTEM-FAIXA-INSS
        END-PERFORM.
        MOVE ZERO TO WS-TB-SAL-MINIMO(WS-TB-ACHOU).
        PERFORM WITH TEST AFTER
            UNTIL WS-TB-SAL-MINIMO(WS-TB-ACHOU) > ZERO
            DISPLAY "Digite o salario minimo: " NO ADVANCING
            ACCEPT WS-TB-SAL-MINIMO(WS-TB-ACHOU)
            IF WS-TB-SAL-MINIMO(WS-TB-ACHOU) = ZERO
                DISPLAY "ERRO: salario minimo invalido, digite"
                    " novamente"
            END-IF
        END-PERFORM.

        OBTEM-FAIXA-INSS.
        PERFORM WITH TEST AFTER
            DISPLAY "         PATRONAL=" WS-TB-PATRONAL(WS-TB-IDX)
                " RAT=" WS-TB-RAT(WS-TB-IDX)
                " TERCEIROS=" WS-TB-TERC(WS-TB-IDX)
                " SALARIO MINIMO=" WS-TB-SAL-MINIMO(WS-TB-IDX)
            PERFORM VARYING WS-TB-FX FROM 1 BY 1 UNTIL WS-TB-FX > 4
                DISPLAY "         FAIXA " WS-TB-FX " LIMITE="
                    WS-TB-INSS-LIM(WS-TB-IDX, WS-TB-FX)
            MOVE LP-INSS-ALIQUOTA(WS-TB-FX)
                TO WS-TB-INSS-ALQ(WS-TB-COUNT, WS-TB-FX)
        END-PERFORM.
        IF LP-SALARIO-MINIMO NUMERIC
            MOVE LP-SALARIO-MINIMO TO WS-TB-SAL-MINIMO(WS-TB-COUNT)
        ELSE
            MOVE ZERO TO WS-TB-SAL-MINIMO(WS-TB-COUNT)
        END-IF.

        REGRAVA-TABELA.
        OPEN OUTPUT LEGALTAB-FILE.
                MOVE WS-TB-INSS-ALQ(WS-TB-IDX, WS-TB-FX)
                    TO LP-INSS-ALIQUOTA(WS-TB-FX)
            END-PERFORM
            MOVE WS-TB-SAL-MINIMO(WS-TB-IDX) TO LP-SALARIO-MINIMO
            WRITE LEGALTAB-RECORD
        END-PERFORM.
        CLOSE LEGALTAB-FILE.
