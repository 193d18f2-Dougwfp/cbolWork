      ******************************************************************
      * RESFCAL.cpy
      * Consolidated payroll results routines, COPYd into the PROCEDURE
      * DIVISION of every program that appends to AUDITLOG.DAT (see
      * RESFWS.cpy for the fields and RESFOLHA.cpy for the record).
      * PERFORM ABRE-RESFOLHA before the first update and CLOSE
      * RESFOLHA-FILE at the end, like the audit log itself. Then:
      *   ACUMULA-RESFOLHA-AUDITORIA, right after each WRITE of
      *     AUDITLOG-RECORD, adds every non-zero column of the row to
      *     its element, or for an "E" row zeroes the "N" elements of
      *     the prontuario and competencia (ZERA-RESFOLHA-LOTE);
      *   SOMA-ELEMENTO-RESFOLHA adds WS-RF-VALOR to the element
      *     WS-RF-COMP + WS-RF-PRONT + WS-RF-FLUXO + WS-RF-CODIGO
      *     (TRAB1 uses it for each rubrica written to RUBLOG.DAT);
      *   CARREGA-COLUNAS-AUDITORIA only converts the row into
      *     WS-RF-COL-VALOR and WS-RF-FX-IDX (zero = unknown AL-TIPO,
      *     not consolidated) - MONTARES uses it to rebuild the file.
      * A failure on the results file ends the run through
      * FINALIZA-ERRO-ARQUIVO, as on the audit log.
      ******************************************************************
        ABRE-RESFOLHA.
        OPEN I-O RESFOLHA-FILE.
        IF WS-RESFOLHA-STATUS = "35"
            OPEN OUTPUT RESFOLHA-FILE
            CLOSE RESFOLHA-FILE
            OPEN I-O RESFOLHA-FILE
        END-IF.
        IF WS-RESFOLHA-STATUS NOT = "00"
            MOVE "RESFOLHA" TO WS-ERR-ARQUIVO
            MOVE WS-RESFOLHA-STATUS TO WS-ERR-STATUS
            MOVE "ABRE-RESFOLHA" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.

        ACUMULA-RESFOLHA-AUDITORIA.
        PERFORM CARREGA-COLUNAS-AUDITORIA.
        MOVE AL-COMPETENCIA TO WS-RF-COMP.
        MOVE AL-PRONTUARIO TO WS-RF-PRONT.
        IF AL-ESTORNO
            PERFORM ZERA-RESFOLHA-LOTE
        ELSE
            IF WS-RF-FX-IDX > ZERO
                MOVE WS-RF-FX(WS-RF-FX-IDX) TO WS-RF-FLUXO
                PERFORM VARYING WS-RF-COL-IDX FROM 1 BY 1
                    UNTIL WS-RF-COL-IDX > WS-RF-COLUNAS
                    IF WS-RF-COL-VALOR(WS-RF-COL-IDX) NOT = ZERO
                        MOVE WS-RF-COD(WS-RF-COL-IDX) TO WS-RF-CODIGO
                        MOVE WS-RF-COL-VALOR(WS-RF-COL-IDX)
                            TO WS-RF-VALOR
                        PERFORM SOMA-ELEMENTO-RESFOLHA
                    END-IF
                END-PERFORM
            END-IF
        END-IF.

        SOMA-ELEMENTO-RESFOLHA.
        MOVE WS-RF-COMP TO RF-COMPETENCIA.
        MOVE WS-RF-PRONT TO RF-PRONTUARIO.
        MOVE WS-RF-FLUXO TO RF-FLUXO.
        MOVE WS-RF-CODIGO TO RF-CODIGO.
        READ RESFOLHA-FILE
            INVALID KEY
                MOVE WS-RF-COMP TO RF-COMPETENCIA
                MOVE WS-RF-PRONT TO RF-PRONTUARIO
                MOVE WS-RF-FLUXO TO RF-FLUXO
                MOVE WS-RF-CODIGO TO RF-CODIGO
                MOVE WS-RF-VALOR TO RF-VALOR
                MOVE FUNCTION CURRENT-DATE(1:14) TO RF-ATUALIZACAO
                WRITE RESFOLHA-RECORD
            NOT INVALID KEY
                ADD WS-RF-VALOR TO RF-VALOR
                MOVE FUNCTION CURRENT-DATE(1:14) TO RF-ATUALIZACAO
                REWRITE RESFOLHA-RECORD
        END-READ.
        IF WS-RESFOLHA-STATUS NOT = "00"
            MOVE "RESFOLHA" TO WS-ERR-ARQUIVO
            MOVE WS-RESFOLHA-STATUS TO WS-ERR-STATUS
            MOVE "SOMA-ELEMENTO-RESFOLHA" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.

      * o estorno desfaz o calculo mensal inteiro da competencia,
      * inclusive o que a linha "E" nao repete (rubricas, faltas...)
        ZERA-RESFOLHA-LOTE.
        MOVE "N" TO WS-RF-FIM-PAR.
        MOVE WS-RF-COMP TO RF-COMPETENCIA.
        MOVE WS-RF-PRONT TO RF-PRONTUARIO.
        MOVE "N" TO RF-FLUXO.
        MOVE LOW-VALUES TO RF-CODIGO.
        START RESFOLHA-FILE KEY IS NOT LESS THAN RF-CHAVE
            INVALID KEY
                MOVE "Y" TO WS-RF-FIM-PAR
        END-START.
        PERFORM UNTIL RF-FIM-PAR
            READ RESFOLHA-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-RF-FIM-PAR
                NOT AT END
                    IF RF-COMPETENCIA NOT = WS-RF-COMP
                        OR RF-PRONTUARIO NOT = WS-RF-PRONT
                        OR NOT RF-NORMAL
                        MOVE "Y" TO WS-RF-FIM-PAR
                    ELSE
                        MOVE ZERO TO RF-VALOR
                        MOVE FUNCTION CURRENT-DATE(1:14)
                            TO RF-ATUALIZACAO
                        REWRITE RESFOLHA-RECORD
                        IF WS-RESFOLHA-STATUS NOT = "00"
                            MOVE "RESFOLHA" TO WS-ERR-ARQUIVO
                            MOVE WS-RESFOLHA-STATUS TO WS-ERR-STATUS
                            MOVE "ZERA-RESFOLHA-LOTE"
                                TO WS-ERR-PARAGRAFO
                            PERFORM FINALIZA-ERRO-ARQUIVO
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

      * colunas acrescentadas depois na trilha ficam em branco nas
      * linhas antigas e nos fluxos que nao as preenchem
        CARREGA-COLUNAS-AUDITORIA.
        MOVE ZERO TO WS-RF-FX-IDX.
        MOVE AL-TIPO TO WS-RF-FLUXO.
        IF WS-RF-FLUXO = SPACE
            MOVE "N" TO WS-RF-FLUXO
        END-IF.
        PERFORM VARYING WS-RF-COL-IDX FROM 1 BY 1
            UNTIL WS-RF-COL-IDX > 6
            IF WS-RF-FX(WS-RF-COL-IDX) = WS-RF-FLUXO
                MOVE WS-RF-COL-IDX TO WS-RF-FX-IDX
            END-IF
        END-PERFORM.
        MOVE AL-SALBRUTO TO WS-RF-EDIT-X.
        MOVE 1 TO WS-RF-COL-IDX.
        PERFORM DESEDITA-COLUNA.
        MOVE AL-INSS TO WS-RF-EDIT-X.
        MOVE 2 TO WS-RF-COL-IDX.
        PERFORM DESEDITA-COLUNA.
        MOVE AL-IRRF TO WS-RF-EDIT-X.
        MOVE 3 TO WS-RF-COL-IDX.
        PERFORM DESEDITA-COLUNA.
        MOVE AL-SALLIQUIDO TO WS-RF-EDIT-X.
        MOVE 4 TO WS-RF-COL-IDX.
        PERFORM DESEDITA-COLUNA.
        MOVE AL-FGTS TO WS-RF-EDIT-X.
        MOVE 5 TO WS-RF-COL-IDX.
        PERFORM DESEDITA-COLUNA.
        MOVE AL-ADIANTAMENTO TO WS-RF-EDIT-X.
        MOVE 6 TO WS-RF-COL-IDX.
        PERFORM DESEDITA-COLUNA.
        MOVE AL-DESC-FALTAS TO WS-RF-EDIT-X.
        MOVE 7 TO WS-RF-COL-IDX.
        PERFORM DESEDITA-COLUNA.
        MOVE AL-SALFAMILIA TO WS-RF-EDIT-X.
        MOVE 8 TO WS-RF-COL-IDX.
        PERFORM DESEDITA-COLUNA.
        MOVE AL-PENSAO TO WS-RF-EDIT-X.
        MOVE 9 TO WS-RF-COL-IDX.
        PERFORM DESEDITA-COLUNA.
        MOVE AL-CONSIGNADO TO WS-RF-EDIT-X.
        MOVE 10 TO WS-RF-COL-IDX.
        PERFORM DESEDITA-COLUNA.
        MOVE AL-RUB-PROVENTOS TO WS-RF-EDIT-X.
        MOVE 11 TO WS-RF-COL-IDX.
        PERFORM DESEDITA-COLUNA.
        MOVE AL-RUB-DESCONTOS TO WS-RF-EDIT-X.
        MOVE 12 TO WS-RF-COL-IDX.
        PERFORM DESEDITA-COLUNA.
        MOVE AL-ACERTO-IRRF TO WS-RF-EDIT-X.
        MOVE 13 TO WS-RF-COL-IDX.
        IF WS-RF-EDIT-X = SPACES
            MOVE ZERO TO WS-RF-COL-VALOR(13)
        ELSE
            MOVE WS-RF-EDIT-SINAL TO WS-RF-COL-VALOR(13)
        END-IF.
        MOVE AL-ADIC-NOTURNO TO WS-RF-EDIT-X.
        MOVE 14 TO WS-RF-COL-IDX.
        PERFORM DESEDITA-COLUNA.
        MOVE AL-VALE-TRANSP TO WS-RF-EDIT-X.
        MOVE 15 TO WS-RF-COL-IDX.
        PERFORM DESEDITA-COLUNA.
        MOVE AL-VALE-REFEICAO TO WS-RF-EDIT-X.
        MOVE 16 TO WS-RF-COL-IDX.
        PERFORM DESEDITA-COLUNA.
        MOVE AL-PLANO-SAUDE TO WS-RF-EDIT-X.
        MOVE 17 TO WS-RF-COL-IDX.
        PERFORM DESEDITA-COLUNA.
        MOVE AL-SAL-MATERNIDADE TO WS-RF-EDIT-X.
        MOVE 18 TO WS-RF-COL-IDX.
        PERFORM DESEDITA-COLUNA.
        MOVE AL-DIF-DISSIDIO TO WS-RF-EDIT-X.
        MOVE 19 TO WS-RF-COL-IDX.
        PERFORM DESEDITA-COLUNA.
        MOVE AL-COMISSAO TO WS-RF-EDIT-X.
        MOVE 20 TO WS-RF-COL-IDX.
        PERFORM DESEDITA-COLUNA.
        MOVE AL-DSR-COMISSAO TO WS-RF-EDIT-X.
        MOVE 21 TO WS-RF-COL-IDX.
        PERFORM DESEDITA-COLUNA.
        MOVE AL-INSALUBRIDADE TO WS-RF-EDIT-X.
        MOVE 22 TO WS-RF-COL-IDX.
        PERFORM DESEDITA-COLUNA.
        MOVE AL-PERICULOSIDADE TO WS-RF-EDIT-X.
        MOVE 23 TO WS-RF-COL-IDX.
        PERFORM DESEDITA-COLUNA.
        MOVE ZERO TO WS-RF-COL-VALOR(24) WS-RF-COL-VALOR(25).
        IF AL-HORAS NUMERIC
            MOVE AL-HORAS TO WS-RF-COL-VALOR(24)
        END-IF.
        IF AL-HORAS-EXTRA NUMERIC
            MOVE AL-HORAS-EXTRA TO WS-RF-COL-VALOR(25)
        END-IF.
        MOVE AL-VALOR-EXTRA TO WS-RF-EDIT-X.
        MOVE 26 TO WS-RF-COL-IDX.
        PERFORM DESEDITA-COLUNA.
        MOVE ZERO TO WS-RF-COL-VALOR(27) WS-RF-COL-VALOR(28).
        IF AL-BANCO-CREDITO NUMERIC
            MOVE AL-BANCO-CREDITO TO WS-RF-COL-VALOR(27)
        END-IF.
        IF AL-BANCO-DEBITO NUMERIC
            MOVE AL-BANCO-DEBITO TO WS-RF-COL-VALOR(28)
        END-IF.

        DESEDITA-COLUNA.
        IF WS-RF-EDIT-X = SPACES
            MOVE ZERO TO WS-RF-COL-VALOR(WS-RF-COL-IDX)
        ELSE
            MOVE WS-RF-EDIT TO WS-RF-COL-VALOR(WS-RF-COL-IDX)
        END-IF.
