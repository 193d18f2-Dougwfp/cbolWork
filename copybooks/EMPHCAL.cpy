      ******************************************************************
      * EMPHCAL.cpy
      * Group company history routines, COPYd into the PROCEDURE
      * DIVISION of the programs that report per CNPJ (see
      * EMPHWS.cpy for the fields). PERFORM CARREGA-HISTORICO-EMPRESA
      * once. Then, with WS-EH-ALVO set to the prontuario,
      * WS-EH-COMP to the competencia (AAAAMM) and WS-EH-PADRAO to
      * the company of the cadastro (already defaulted to 1):
      *   APURA-EMPRESA-COMPETENCIA returns in WS-EH-EMPRESA the
      *     company in force at the end of the competencia - the one
      *     that pays the month and reports it - and, when the
      *     transfer took effect inside the month, sets
      *     EH-TRANSFERIDO-NO-MES with the previous company in
      *     WS-EH-EMPRESA-ANT, the day of the change in
      *     WS-EH-DIA-TROCA and the share of the previous company in
      *     WS-EH-FATOR-ANT ((dia - 1) / 30, commercial month).
      *   A prontuario with no history is always in WS-EH-PADRAO; a
      *     competencia before the first row is in the company of
      *     that first row (the company of admission).
      ******************************************************************
        CARREGA-HISTORICO-EMPRESA.
        MOVE ZERO TO WS-EH-COUNT.
        MOVE "N" TO WS-EMPHIST-EOF.
        OPEN INPUT EMPHIST-FILE.
        IF WS-EMPHIST-STATUS = "00"
            PERFORM UNTIL EMPHIST-EOF
                READ EMPHIST-FILE
                    AT END
                        MOVE "Y" TO WS-EMPHIST-EOF
                    NOT AT END
                        PERFORM ACUMULA-HISTORICO-EMPRESA
                END-READ
            END-PERFORM
            CLOSE EMPHIST-FILE
        END-IF.

        ACUMULA-HISTORICO-EMPRESA.
        IF WS-EH-COUNT >= WS-EH-MAXIMO
            DISPLAY "AVISO: limite de " WS-EH-MAXIMO
                " vigencias de empresa atingido, " EH-PRONTUARIO
                " ignorado"
        ELSE
            IF EH-DATA-VIGENCIA NUMERIC AND EH-EMPRESA NUMERIC
                AND EH-EMPRESA > ZERO
                ADD 1 TO WS-EH-COUNT
                MOVE EH-PRONTUARIO TO WS-EH-PRONTUARIO(WS-EH-COUNT)
                MOVE EH-DATA-VIGENCIA TO WS-EH-DATA(WS-EH-COUNT)
                MOVE EH-EMPRESA TO WS-EH-CODIGO(WS-EH-COUNT)
            END-IF
        END-IF.

      * empresa em vigor no fim da competencia e, se a transferencia
      * ocorreu dentro do mes, a anterior com o dia da troca
        APURA-EMPRESA-COMPETENCIA.
        COMPUTE WS-EH-MES-INICIO = WS-EH-COMP * 100 + 1.
        COMPUTE WS-EH-MES-FIM = WS-EH-COMP * 100 + 31.
        MOVE ZERO TO WS-EH-DATA-NOVA WS-EH-DATA-ANT WS-EH-DATA-PRIM
            WS-EH-EMPRESA-ANT WS-EH-EMPRESA-PRIM WS-EH-DIA-TROCA
            WS-EH-FATOR-ANT.
        MOVE WS-EH-PADRAO TO WS-EH-EMPRESA.
        MOVE "N" TO WS-EH-TRANSFERIDO.
        PERFORM VARYING WS-EH-IDX FROM 1 BY 1
            UNTIL WS-EH-IDX > WS-EH-COUNT
            IF WS-EH-PRONTUARIO(WS-EH-IDX) = WS-EH-ALVO
                IF WS-EH-DATA(WS-EH-IDX) <= WS-EH-MES-FIM
                    AND WS-EH-DATA(WS-EH-IDX) >= WS-EH-DATA-NOVA
                    MOVE WS-EH-DATA(WS-EH-IDX) TO WS-EH-DATA-NOVA
                    MOVE WS-EH-CODIGO(WS-EH-IDX) TO WS-EH-EMPRESA
                END-IF
                IF WS-EH-DATA(WS-EH-IDX) < WS-EH-MES-INICIO
                    AND WS-EH-DATA(WS-EH-IDX) >= WS-EH-DATA-ANT
                    MOVE WS-EH-DATA(WS-EH-IDX) TO WS-EH-DATA-ANT
                    MOVE WS-EH-CODIGO(WS-EH-IDX)
                        TO WS-EH-EMPRESA-ANT
                END-IF
                IF WS-EH-DATA-PRIM = ZERO
                    OR WS-EH-DATA(WS-EH-IDX) < WS-EH-DATA-PRIM
                    MOVE WS-EH-DATA(WS-EH-IDX) TO WS-EH-DATA-PRIM
                    MOVE WS-EH-CODIGO(WS-EH-IDX)
                        TO WS-EH-EMPRESA-PRIM
                END-IF
            END-IF
        END-PERFORM.
        IF WS-EH-DATA-NOVA = ZERO
            IF WS-EH-DATA-PRIM > ZERO
                MOVE WS-EH-EMPRESA-PRIM TO WS-EH-EMPRESA
            END-IF
        ELSE
            IF WS-EH-DATA-NOVA > WS-EH-MES-INICIO
                AND WS-EH-DATA-ANT > ZERO
                AND WS-EH-EMPRESA-ANT NOT = WS-EH-EMPRESA
                MOVE WS-EH-DATA-NOVA(7:2) TO WS-EH-DIA-TROCA
                COMPUTE WS-EH-FATOR-ANT ROUNDED =
                    (WS-EH-DIA-TROCA - 1) / 30
                MOVE "Y" TO WS-EH-TRANSFERIDO
            END-IF
        END-IF.
