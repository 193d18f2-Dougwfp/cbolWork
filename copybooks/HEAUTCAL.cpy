      ******************************************************************
      * HEAUTCAL.cpy
      * Overtime authorization routines, COPYd into the PROCEDURE
      * DIVISION of the programs that read HEAUTOR.DAT (see
      * HEAUTWS.cpy for the fields). With WS-HA-COMP set to the
      * competencia, PERFORM CARREGA-AUTORIZACOES-HE once: the active
      * rows whose start date falls in the competencia are summed per
      * prontuario (cancelled rows are not loaded); HA-DISPONIVEL says
      * whether the file could be read at all. Then, with WS-HA-ALVO
      * set to the prontuario, APURA-AUTORIZADO-HE returns the hours
      * authorized in WS-HA-AUTORIZADAS (zero when there is none).
      ******************************************************************
        CARREGA-AUTORIZACOES-HE.
        MOVE ZERO TO WS-HA-COUNT.
        MOVE "N" TO WS-HEAUTOR-EOF.
        MOVE "N" TO WS-HA-DISPONIVEL.
        OPEN INPUT HEAUTOR-FILE.
        IF WS-HEAUTOR-STATUS = "00"
            MOVE "Y" TO WS-HA-DISPONIVEL
            PERFORM UNTIL HEAUTOR-EOF
                READ HEAUTOR-FILE
                    AT END
                        MOVE "Y" TO WS-HEAUTOR-EOF
                    NOT AT END
                        COMPUTE WS-HA-COMP-REG = HA-DATA-INICIO / 100
                        IF HA-ATIVA AND WS-HA-COMP-REG = WS-HA-COMP
                            PERFORM ACUMULA-AUTORIZACAO-HE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HEAUTOR-FILE
        END-IF.

        ACUMULA-AUTORIZACAO-HE.
        MOVE HA-PRONTUARIO TO WS-HA-ALVO.
        PERFORM LOCALIZA-AUTORIZACAO-HE.
        IF WS-HA-ACHOU = ZERO
            IF WS-HA-COUNT >= WS-HA-MAXIMO
                DISPLAY "AVISO: limite de " WS-HA-MAXIMO
                    " autorizacoes de hora extra atingido, "
                    HA-PRONTUARIO " ignorado"
            ELSE
                ADD 1 TO WS-HA-COUNT
                MOVE WS-HA-COUNT TO WS-HA-ACHOU
                MOVE HA-PRONTUARIO TO WS-HA-PRONTUARIO(WS-HA-ACHOU)
                MOVE ZERO TO WS-HA-HORAS(WS-HA-ACHOU)
            END-IF
        END-IF.
        IF WS-HA-ACHOU > ZERO
            ADD HA-HORAS TO WS-HA-HORAS(WS-HA-ACHOU)
        END-IF.

        APURA-AUTORIZADO-HE.
        MOVE ZERO TO WS-HA-AUTORIZADAS.
        PERFORM LOCALIZA-AUTORIZACAO-HE.
        IF WS-HA-ACHOU > ZERO
            MOVE WS-HA-HORAS(WS-HA-ACHOU) TO WS-HA-AUTORIZADAS
        END-IF.

        LOCALIZA-AUTORIZACAO-HE.
        MOVE ZERO TO WS-HA-ACHOU.
        PERFORM VARYING WS-HA-IDX FROM 1 BY 1
            UNTIL WS-HA-IDX > WS-HA-COUNT
            IF WS-HA-PRONTUARIO(WS-HA-IDX) = WS-HA-ALVO
                MOVE WS-HA-IDX TO WS-HA-ACHOU
            END-IF
        END-PERFORM.
