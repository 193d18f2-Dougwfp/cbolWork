            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REJECT-STATUS.

            SELECT RESFOLHA-FILE ASSIGN TO "data/RESFOLHA.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RF-CHAVE
            FILE STATUS IS WS-RESFOLHA-STATUS.

            SELECT BANCOREM-FILE ASSIGN TO "data/BANCOREM.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
        FD  REJECT-FILE.
        COPY "REJECT.cpy".

        FD  RESFOLHA-FILE.
        COPY "RESFOLHA.cpy".

        FD  BANCOREM-FILE.
        COPY "BANCOREM.cpy".
        COPY "SYSERRWS.cpy".
        77 WS-PERIODO-STATUS PIC XX VALUE "00".
        77 WS-REJECT-STATUS PIC XX VALUE "00".
        77 WS-RESFOLHA-STATUS PIC XX VALUE "00".
        77 WS-BANCOREM-STATUS PIC XX VALUE "00".
        77 WS-GOVREM-STATUS PIC XX VALUE "00".
        77 WS-ADVANCE-STATUS PIC XX VALUE "00".
        77 WS-REJECT-EOF PIC X VALUE "N".
            88 REJECT-EOF VALUE "Y".
        77 WS-RESFOLHA-EOF PIC X VALUE "N".
            88 RESFOLHA-EOF VALUE "Y".
        77 WS-BANCOREM-EOF PIC X VALUE "N".
            88 BANCOREM-EOF VALUE "Y".
        77 WS-GOVREM-EOF PIC X VALUE "N".
            88 ADVANCE-EOF VALUE "Y".
        77 WS-QTD-REJ-PENDENTE PIC 9(05) VALUE ZERO.
        77 WS-QTD-AUDIT-COMP PIC S9(07) VALUE ZERO.
        77 WS-AUD-TOT-BRUTO PIC S9(11)V99 VALUE ZERO.
        77 WS-AUD-TOT-INSS PIC S9(11)V99 VALUE ZERO.
        77 WS-AUD-TOT-FGTS PIC S9(11)V99 VALUE ZERO.
        MOVE ZERO TO WS-QTD-FALHAS.
        MOVE SPACE TO WS-OVERRIDE-RESPOSTA.
        PERFORM APURA-REJEITOS-PENDENTES.
        PERFORM APURA-TOTAIS-FOLHA.
        PERFORM APURA-REMESSA-BANCARIA.
        PERFORM APURA-REMESSA-GOVERNO.
        PERFORM APURA-ADIANTAMENTOS.
            MOVE "FALHOU" TO WS-ITEM-SITUACAO
            ADD 1 TO WS-QTD-FALHAS
        END-IF.
        DISPLAY "2 LOTE PROCESSADO NA FOLHA ("
            WS-QTD-AUDIT-COMP " CALCULO(S)): " WS-ITEM-SITUACAO.

        MOVE "PASSOU" TO WS-ITEM-SITUACAO.
            ADD 1 TO WS-QTD-FALHAS
        END-IF.
        DISPLAY "3 REMESSA BANCARIA GERADA E CONFERIDA (TRAILER="
            WS-BR-TOT-TRAILER " FOLHA=" WS-AUD-TOT-LIQUIDO
            "): " WS-ITEM-SITUACAO.

        MOVE "PASSOU" TO WS-ITEM-SITUACAO.
            MOVE "PERIODO" TO SY-ARQUIVO
            MOVE "OV" TO SY-STATUS
            MOVE SPACES TO SY-PARAGRAFO
            STRING "FECHO OVERRIDE " wscompetencia
                " " WS-OPERADOR
                DELIMITED BY SIZE INTO SY-PARAGRAFO
            WRITE SYSLOG-RECORD
            CLOSE REJECT-FILE
        END-IF.

      * totais da competencia no RESFOLHA, ja liquido de estornos:
      * uma competencia estornada (e ainda nao reprocessada) chega
      * zerada e nao passa no checklist como se o lote valesse; cada
      * bruto nao zerado de prontuario/fluxo conta como um calculo;
      * a base confere com a GOVREM, que nao leva a PLR
        APURA-TOTAIS-FOLHA.
        MOVE ZERO TO WS-QTD-AUDIT-COMP WS-AUD-TOT-BRUTO
            WS-AUD-TOT-INSS WS-AUD-TOT-FGTS WS-AUD-TOT-LIQUIDO
            WS-AUD-TOT-ADIANT.
        MOVE "N" TO WS-RESFOLHA-EOF.
        OPEN INPUT RESFOLHA-FILE.
        IF WS-RESFOLHA-STATUS = "00"
            MOVE LOW-VALUES TO RF-CHAVE
            MOVE wscompetencia TO RF-COMPETENCIA
            START RESFOLHA-FILE KEY IS NOT LESS THAN RF-CHAVE
                INVALID KEY
                    MOVE "Y" TO WS-RESFOLHA-EOF
            END-START
            PERFORM UNTIL RESFOLHA-EOF
                READ RESFOLHA-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-RESFOLHA-EOF
                    NOT AT END
                        IF RF-COMPETENCIA NOT = wscompetencia
                            MOVE "Y" TO WS-RESFOLHA-EOF
                        ELSE
                            PERFORM APURA-UM-ELEMENTO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RESFOLHA-FILE
        END-IF.

        APURA-UM-ELEMENTO.
        EVALUATE RF-CODIGO
            WHEN "BRUTO"
                IF RF-VALOR NOT = ZERO
                    ADD 1 TO WS-QTD-AUDIT-COMP
                END-IF
                IF NOT RF-PLR
                    ADD RF-VALOR TO WS-AUD-TOT-BRUTO
                END-IF
            WHEN "INSS"
                ADD RF-VALOR TO WS-AUD-TOT-INSS
            WHEN "FGTS"
                ADD RF-VALOR TO WS-AUD-TOT-FGTS
            WHEN "LIQUIDO"
                ADD RF-VALOR TO WS-AUD-TOT-LIQUIDO
            WHEN "ADIANT"
                ADD RF-VALOR TO WS-AUD-TOT-ADIANT
        END-EVALUATE.

        APURA-REMESSA-BANCARIA.
        MOVE "N" TO WS-BR-TEM-ARQUIVO.
