      ******************************************************************
      * CATEGCAL.cpy
      * Employment category rules, COPYd into the PROCEDURE DIVISION of
      * the programs that calculate or total by category (see
      * CATEGWS.cpy for the fields). With WS-CAT-CODIGO and
      * WS-CAT-ALIQ-FGTS-NORMAL set, APURA-CATEGORIA gives:
      *   CLT        - INSS by the table, FGTS at the normal rate, all
      *                encargos, 13o, ferias + 1/3, aviso/multa/
      *                salario-familia;
      *   aprendiz   - as CLT, with FGTS at 2%;
      *   estagiario - no INSS, FGTS, encargos nor 13o; recesso
      *                remunerado paid as ferias without the 1/3 and
      *                no CLT termination rights (aviso, multa FGTS);
      *   diretor    - pro-labore: INSS 11% up to the ceiling as
      *                contribuinte individual (APURA-INSS-INDIVIDUAL:
      *                WS-CAT-BASE and WS-CAT-TETO in, WS-CAT-INSS-VALOR
      *                out), 20% patronal only, no FGTS, 13o or ferias.
      ******************************************************************
        APURA-CATEGORIA.
        MOVE "T" TO WS-CAT-INSS WS-CAT-ENCARGOS.
        MOVE "S" TO WS-CAT-DIREITO-13 WS-CAT-DIREITO-FERIAS
            WS-CAT-DIREITO-TERCO WS-CAT-DIREITO-CLT.
        MOVE WS-CAT-ALIQ-FGTS-NORMAL TO WS-CAT-ALIQ-FGTS.
        EVALUATE TRUE
            WHEN CAT-APRENDIZ
                MOVE 2 TO WS-CAT-ORDEM
                MOVE WS-CAT-ALIQ-FGTS-APRENDIZ TO WS-CAT-ALIQ-FGTS
            WHEN CAT-ESTAGIARIO
                MOVE 3 TO WS-CAT-ORDEM
                MOVE ZERO TO WS-CAT-ALIQ-FGTS
                MOVE "N" TO WS-CAT-INSS WS-CAT-ENCARGOS
                    WS-CAT-DIREITO-13 WS-CAT-DIREITO-TERCO
                    WS-CAT-DIREITO-CLT
            WHEN CAT-DIRETOR
                MOVE 4 TO WS-CAT-ORDEM
                MOVE ZERO TO WS-CAT-ALIQ-FGTS
                MOVE "I" TO WS-CAT-INSS
                MOVE "P" TO WS-CAT-ENCARGOS
                MOVE "N" TO WS-CAT-DIREITO-13 WS-CAT-DIREITO-FERIAS
                    WS-CAT-DIREITO-TERCO WS-CAT-DIREITO-CLT
            WHEN OTHER
                MOVE 1 TO WS-CAT-ORDEM
        END-EVALUATE.

        APURA-INSS-INDIVIDUAL.
        IF WS-CAT-BASE > WS-CAT-TETO
            COMPUTE WS-CAT-INSS-VALOR ROUNDED =
                WS-CAT-TETO * WS-CAT-ALIQ-INDIVIDUAL
        ELSE
            COMPUTE WS-CAT-INSS-VALOR ROUNDED =
                WS-CAT-BASE * WS-CAT-ALIQ-INDIVIDUAL
        END-IF.
