      ******************************************************************
      * AFASTCAL.cpy
      * Leave of absence routines, COPYd into the PROCEDURE DIVISION
      * of the programs that read AFAST.DAT (see AFASTWS.cpy for the
      * fields). PERFORM CARREGA-AFASTAMENTOS once; cancelled leaves
      * are not loaded. Then, with WS-AF-ALVO set to the prontuario:
      *   APURA-AFASTAMENTO-MES (WS-AF-COMP = AAAAMM) splits the days
      *     away in the month into WS-AF-DIAS-EMPRESA (first 15 days
      *     of a sick/accident leave, paid by the company),
      *     WS-AF-DIAS-INSS (day 16 on, paid by INSS; the accident
      *     share also in WS-AF-DIAS-ACIDENTE), WS-AF-DIAS-MATERNIDADE
      *     and WS-AF-DIAS-OUTROS, on a 30-day month;
      *   VERIFICA-DATA-AFASTADO (WS-AF-DATA = AAAAMMDD) sets
      *     AF-NA-DATA when the employee is away on that day;
      *   VERIFICA-AQUISITIVO-AFASTADO (WS-AF-DATA = start of the
      *     periodo aquisitivo) sets AF-AQUIS-PERDIDO when a sick or
      *     accident leave longer than 6 months falls inside it;
      *   LOCALIZA-AFASTAMENTO-LONGO sets AF-LONGO-ACHADO and
      *     WS-AF-LONGO-INICIO/RETORNO for the latest such leave.
      ******************************************************************
        CARREGA-AFASTAMENTOS.
        MOVE ZERO TO WS-AF-COUNT.
        MOVE "N" TO WS-AFAST-EOF.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AF-DATA.
        COMPUTE WS-AF-HOJE-NUM = FUNCTION INTEGER-OF-DATE(WS-AF-DATA).
        OPEN INPUT AFAST-FILE.
        IF WS-AFAST-STATUS = "00"
            PERFORM UNTIL AFAST-EOF
                READ AFAST-FILE
                    AT END
                        MOVE "Y" TO WS-AFAST-EOF
                    NOT AT END
                        IF AF-ATIVO AND AF-DATA-INICIO > 19000000
                            PERFORM ACUMULA-AFASTAMENTO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AFAST-FILE
        END-IF.

        ACUMULA-AFASTAMENTO.
        IF WS-AF-COUNT >= WS-AF-MAXIMO
            DISPLAY "AVISO: limite de " WS-AF-MAXIMO
                " afastamentos atingido, " AF-PRONTUARIO " ignorado"
        ELSE
            ADD 1 TO WS-AF-COUNT
            MOVE AF-PRONTUARIO TO WS-AF-PRONTUARIO(WS-AF-COUNT)
            MOVE AF-TIPO TO WS-AF-TIPO(WS-AF-COUNT)
            MOVE AF-DATA-INICIO TO WS-AF-INICIO(WS-AF-COUNT)
            COMPUTE WS-AF-INI-NUM(WS-AF-COUNT) =
                FUNCTION INTEGER-OF-DATE(AF-DATA-INICIO)
            IF AF-DATA-FIM > ZERO
                MOVE AF-DATA-FIM TO WS-AF-RETORNO(WS-AF-COUNT)
            ELSE
                MOVE AF-DATA-RETORNO TO WS-AF-RETORNO(WS-AF-COUNT)
            END-IF
            IF WS-AF-RETORNO(WS-AF-COUNT) > 19000000
                COMPUTE WS-AF-FIM-NUM(WS-AF-COUNT) =
                    FUNCTION INTEGER-OF-DATE
                        (WS-AF-RETORNO(WS-AF-COUNT)) - 1
            ELSE
                MOVE ZERO TO WS-AF-RETORNO(WS-AF-COUNT)
                MOVE 9999999 TO WS-AF-FIM-NUM(WS-AF-COUNT)
            END-IF
        END-IF.

      * dias afastados na competencia, por quem paga: empresa nos 15
      * primeiros dias de doenca/acidente, INSS a partir do 16o dia
        APURA-AFASTAMENTO-MES.
        MOVE ZERO TO WS-AF-DIAS-EMPRESA WS-AF-DIAS-INSS
            WS-AF-DIAS-ACIDENTE WS-AF-DIAS-MATERNIDADE
            WS-AF-DIAS-OUTROS WS-AF-DIAS-TOTAL.
        DIVIDE WS-AF-COMP BY 100 GIVING WS-AF-ANO
            REMAINDER WS-AF-MES.
        IF WS-AF-MES = 12
            COMPUTE WS-AF-PROX-ANOMES = (WS-AF-ANO + 1) * 100 + 1
        ELSE
            COMPUTE WS-AF-PROX-ANOMES = WS-AF-COMP + 1
        END-IF.
        COMPUTE WS-AF-MES-INI =
            FUNCTION INTEGER-OF-DATE(WS-AF-COMP * 100 + 1).
        COMPUTE WS-AF-MES-FIM =
            FUNCTION INTEGER-OF-DATE(WS-AF-PROX-ANOMES * 100 + 1) - 1.
        PERFORM VARYING WS-AF-IDX FROM 1 BY 1
            UNTIL WS-AF-IDX > WS-AF-COUNT
            IF WS-AF-PRONTUARIO(WS-AF-IDX) = WS-AF-ALVO
                PERFORM APURA-UM-AFASTAMENTO
            END-IF
        END-PERFORM.
        COMPUTE WS-AF-OV-DIAS = WS-AF-DIAS-EMPRESA + WS-AF-DIAS-INSS
            + WS-AF-DIAS-MATERNIDADE + WS-AF-DIAS-OUTROS.
        IF WS-AF-OV-DIAS > 30
            MOVE 30 TO WS-AF-DIAS-TOTAL
        ELSE
            MOVE WS-AF-OV-DIAS TO WS-AF-DIAS-TOTAL
        END-IF.

        APURA-UM-AFASTAMENTO.
        EVALUATE WS-AF-TIPO(WS-AF-IDX)
            WHEN "D"
            WHEN "A"
                MOVE WS-AF-INI-NUM(WS-AF-IDX) TO WS-AF-FAIXA-INI
                COMPUTE WS-AF-FAIXA-FIM = WS-AF-INI-NUM(WS-AF-IDX)
                    + WS-AF-EMPRESA-DIAS - 1
                IF WS-AF-FAIXA-FIM > WS-AF-FIM-NUM(WS-AF-IDX)
                    MOVE WS-AF-FIM-NUM(WS-AF-IDX) TO WS-AF-FAIXA-FIM
                END-IF
                PERFORM SOBREPOE-MES
                ADD WS-AF-OV-DIAS TO WS-AF-DIAS-EMPRESA
                COMPUTE WS-AF-FAIXA-INI = WS-AF-INI-NUM(WS-AF-IDX)
                    + WS-AF-EMPRESA-DIAS
                MOVE WS-AF-FIM-NUM(WS-AF-IDX) TO WS-AF-FAIXA-FIM
                PERFORM SOBREPOE-MES
                ADD WS-AF-OV-DIAS TO WS-AF-DIAS-INSS
                IF WS-AF-TIPO(WS-AF-IDX) = "A"
                    ADD WS-AF-OV-DIAS TO WS-AF-DIAS-ACIDENTE
                END-IF
            WHEN "M"
                MOVE WS-AF-INI-NUM(WS-AF-IDX) TO WS-AF-FAIXA-INI
                MOVE WS-AF-FIM-NUM(WS-AF-IDX) TO WS-AF-FAIXA-FIM
                PERFORM SOBREPOE-MES
                ADD WS-AF-OV-DIAS TO WS-AF-DIAS-MATERNIDADE
            WHEN OTHER
                MOVE WS-AF-INI-NUM(WS-AF-IDX) TO WS-AF-FAIXA-INI
                MOVE WS-AF-FIM-NUM(WS-AF-IDX) TO WS-AF-FAIXA-FIM
                PERFORM SOBREPOE-MES
                ADD WS-AF-OV-DIAS TO WS-AF-DIAS-OUTROS
        END-EVALUATE.

      * dias da faixa dentro do mes; o mes inteiro vale 30 dias
        SOBREPOE-MES.
        MOVE ZERO TO WS-AF-OV-DIAS.
        IF WS-AF-FAIXA-INI > WS-AF-MES-INI
            MOVE WS-AF-FAIXA-INI TO WS-AF-OV-INI
        ELSE
            MOVE WS-AF-MES-INI TO WS-AF-OV-INI
        END-IF.
        IF WS-AF-FAIXA-FIM < WS-AF-MES-FIM
            MOVE WS-AF-FAIXA-FIM TO WS-AF-OV-FIM
        ELSE
            MOVE WS-AF-MES-FIM TO WS-AF-OV-FIM
        END-IF.
        IF WS-AF-OV-INI <= WS-AF-OV-FIM
            IF WS-AF-OV-INI = WS-AF-MES-INI
                AND WS-AF-OV-FIM = WS-AF-MES-FIM
                MOVE 30 TO WS-AF-OV-DIAS
            ELSE
                COMPUTE WS-AF-OV-DIAS = WS-AF-OV-FIM - WS-AF-OV-INI + 1
                IF WS-AF-OV-DIAS > 30
                    MOVE 30 TO WS-AF-OV-DIAS
                END-IF
            END-IF
        END-IF.

        VERIFICA-DATA-AFASTADO.
        MOVE "N" TO WS-AF-NA-DATA.
        COMPUTE WS-AF-DATA-NUM = FUNCTION INTEGER-OF-DATE(WS-AF-DATA).
        PERFORM VARYING WS-AF-IDX FROM 1 BY 1
            UNTIL WS-AF-IDX > WS-AF-COUNT
            IF WS-AF-PRONTUARIO(WS-AF-IDX) = WS-AF-ALVO
                AND WS-AF-DATA-NUM >= WS-AF-INI-NUM(WS-AF-IDX)
                AND WS-AF-DATA-NUM <= WS-AF-FIM-NUM(WS-AF-IDX)
                MOVE "Y" TO WS-AF-NA-DATA
            END-IF
        END-PERFORM.

      * afastamento por doenca/acidente de mais de 6 meses dentro do
      * periodo aquisitivo faz perder as ferias desse periodo; o novo
      * aquisitivo comeca no retorno ao trabalho
        VERIFICA-AQUISITIVO-AFASTADO.
        MOVE "N" TO WS-AF-PERDIDO.
        MOVE ZERO TO WS-AF-LONGO-INICIO WS-AF-LONGO-RETORNO.
        COMPUTE WS-AF-FAIXA-INI = FUNCTION INTEGER-OF-DATE(WS-AF-DATA).
        COMPUTE WS-AF-FAIXA-FIM = WS-AF-FAIXA-INI + 364.
        PERFORM VARYING WS-AF-IDX FROM 1 BY 1
            UNTIL WS-AF-IDX > WS-AF-COUNT
            IF WS-AF-PRONTUARIO(WS-AF-IDX) = WS-AF-ALVO
                AND (WS-AF-TIPO(WS-AF-IDX) = "D"
                    OR WS-AF-TIPO(WS-AF-IDX) = "A")
                AND WS-AF-INI-NUM(WS-AF-IDX) <= WS-AF-FAIXA-FIM
                AND WS-AF-FIM-NUM(WS-AF-IDX) >= WS-AF-FAIXA-INI
                PERFORM CALCULA-DURACAO-AFASTAMENTO
                IF WS-AF-DURACAO > WS-AF-LONGO-DIAS
                    MOVE "Y" TO WS-AF-PERDIDO
                    MOVE WS-AF-INICIO(WS-AF-IDX) TO WS-AF-LONGO-INICIO
                    MOVE WS-AF-RETORNO(WS-AF-IDX)
                        TO WS-AF-LONGO-RETORNO
                END-IF
            END-IF
        END-PERFORM.

        LOCALIZA-AFASTAMENTO-LONGO.
        MOVE "N" TO WS-AF-LONGO.
        MOVE ZERO TO WS-AF-LONGO-INICIO WS-AF-LONGO-RETORNO.
        PERFORM VARYING WS-AF-IDX FROM 1 BY 1
            UNTIL WS-AF-IDX > WS-AF-COUNT
            IF WS-AF-PRONTUARIO(WS-AF-IDX) = WS-AF-ALVO
                AND (WS-AF-TIPO(WS-AF-IDX) = "D"
                    OR WS-AF-TIPO(WS-AF-IDX) = "A")
                AND WS-AF-INICIO(WS-AF-IDX) > WS-AF-LONGO-INICIO
                PERFORM CALCULA-DURACAO-AFASTAMENTO
                IF WS-AF-DURACAO > WS-AF-LONGO-DIAS
                    MOVE "Y" TO WS-AF-LONGO
                    MOVE WS-AF-INICIO(WS-AF-IDX) TO WS-AF-LONGO-INICIO
                    MOVE WS-AF-RETORNO(WS-AF-IDX)
                        TO WS-AF-LONGO-RETORNO
                END-IF
            END-IF
        END-PERFORM.

      * duracao ate o retorno, ou ate hoje se ainda afastado
        CALCULA-DURACAO-AFASTAMENTO.
        MOVE ZERO TO WS-AF-DURACAO.
        IF WS-AF-INI-NUM(WS-AF-IDX) <= WS-AF-HOJE-NUM
            IF WS-AF-FIM-NUM(WS-AF-IDX) > WS-AF-HOJE-NUM
                COMPUTE WS-AF-DURACAO = WS-AF-HOJE-NUM
                    - WS-AF-INI-NUM(WS-AF-IDX) + 1
            ELSE
                COMPUTE WS-AF-DURACAO = WS-AF-FIM-NUM(WS-AF-IDX)
                    - WS-AF-INI-NUM(WS-AF-IDX) + 1
            END-IF
        END-IF.
