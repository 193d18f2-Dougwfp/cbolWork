      * Author:
      * Date:
      * Purpose: Exportacao contabil da folha - apura os totais da
      *          competencia no resultado consolidado da folha
      *          (RESFOLHA.DAT, ja liquido de estornos): despesa de
      *          salario por departamento, encargos pelas aliquotas
      *          da LEGALTAB conforme a categoria de cada empregado,
      *          e gera o arquivo de lancamentos
      *          CONTABIL.DAT pelo mapa de contas CONTAMAP.DAT:
      *          debitos de despesa contra os creditos de liquido a
      *          pagar, INSS/IRRF/FGTS a recolher, pensao e outros
      *          descontos. A parte do vale-transporte paga pela
      *          empresa (custo do VTCRED.DAT menos o desconto do
      *          empregado) sai como total proprio. Os RPAs de
      *          autonomos da competencia (RPALOG.DAT) entram como
      *          despesa de servicos e cota patronal contra o
      *          liquido a pagar, INSS/IRRF e ISS a recolher. So
      *          grava se debitos = creditos e se o
      *          total de controle fecha com o bruto da folha;
      *          exportacao desequilibrada e recusada, nao gravada.
      * Tectonics: cobc
      ******************************************************************
            RECORD KEY IS EM-PRONTUARIO
            FILE STATUS IS WS-EMPMAST-STATUS.

            SELECT RESFOLHA-FILE ASSIGN TO "data/RESFOLHA.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RF-CHAVE
            FILE STATUS IS WS-RESFOLHA-STATUS.

            SELECT CONTAMAP-FILE ASSIGN TO "data/CONTAMAP.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTABIL-STATUS.

            SELECT VTCRED-FILE ASSIGN TO "data/VTCRED.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VTCRED-STATUS.

            SELECT RPALOG-FILE ASSIGN TO "data/RPALOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RPALOG-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  RESFOLHA-FILE.
        COPY "RESFOLHA.cpy".

        FD  CONTAMAP-FILE.
        COPY "CONTAMAP.cpy".
        FD  CONTABIL-FILE.
        COPY "CONTABIL.cpy".

        FD  VTCRED-FILE.
        COPY "VTCRED.cpy".

        FD  RPALOG-FILE.
        COPY "RPALOG.cpy".

        WORKING-STORAGE SECTION.
        COPY "LEGALWS.cpy".
        COPY "CATEGWS.cpy".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-RESFOLHA-STATUS PIC XX VALUE "00".
        77 WS-CONTAMAP-STATUS PIC XX VALUE "00".
        77 WS-CONTABIL-STATUS PIC XX VALUE "00".
        77 WS-VTCRED-STATUS PIC XX VALUE "00".
        77 WS-VTCRED-EOF PIC X VALUE "N".
            88 VTCRED-EOF VALUE "Y".
        77 WS-TOT-VT-CUSTO PIC 9(11)V99 VALUE ZERO.
        77 WS-TOT-VT-EMPREGADO PIC S9(11)V99 VALUE ZERO.
        77 WS-TOT-VT-EMPRESA PIC S9(11)V99 VALUE ZERO.
        77 WS-RPALOG-STATUS PIC XX VALUE "00".
        77 WS-RPALOG-EOF PIC X VALUE "N".
            88 RPALOG-EOF VALUE "Y".
        77 WS-TOT-RPA-VALOR PIC 9(11)V99 VALUE ZERO.
        77 WS-TOT-RPA-INSS PIC 9(11)V99 VALUE ZERO.
        77 WS-TOT-RPA-IRRF PIC 9(11)V99 VALUE ZERO.
        77 WS-TOT-RPA-ISS PIC 9(11)V99 VALUE ZERO.
        77 WS-TOT-RPA-PATRONAL PIC 9(11)V99 VALUE ZERO.
        77 WS-TOT-RPA-LIQUIDO PIC 9(11)V99 VALUE ZERO.
        77 WS-RESFOLHA-EOF PIC X VALUE "N".
            88 RESFOLHA-EOF VALUE "Y".
        77 WS-PRONT-LIDO PIC X(08) VALUE SPACES.
        77 WS-ENC-VALOR PIC 9(07)V99 VALUE ZERO.
        77 WS-CONTAMAP-EOF PIC X VALUE "N".
            88 CONTAMAP-EOF VALUE "Y".
        77 WS-COMPETENCIA PIC 9(06) VALUE ZERO.
        PERFORM SELECT-LEGAL-RATE.
        PERFORM APURA-TOTAIS.
        IF WS-TOT-BRUTO = ZERO
            DISPLAY "NENHUM CALCULO NA FOLHA PARA A COMPETENCIA "
                WS-COMPETENCIA
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        COMPUTE WS-RESIDUO = WS-TOT-BRUTO - WS-TOT-LIQUIDO
            - WS-TOT-INSS - WS-TOT-IRRF - WS-TOT-PENSAO.

        PERFORM APURA-VALE-TRANSPORTE.
        PERFORM APURA-RPA.

        PERFORM MONTA-LANCAMENTOS.
        IF NOT MAPA-OK
            DISPLAY "EXPORTACAO RECUSADA: mapa de contas incompleto"
        DISPLAY "TOTAL CREDITOS:    " WS-TOT-CREDITOS.
        DISPLAY "CONTROLE (BRUTO):  " WS-TOT-BRUTO
            " - CONFIRA COM O TRAILER DO LOTE ANTES DE LIBERAR".
        DISPLAY "VALE-TRANSPORTE - CUSTO DA COMPRA: " WS-TOT-VT-CUSTO.
        DISPLAY "VALE-TRANSPORTE - PARTE EMPREGADO: "
            WS-TOT-VT-EMPREGADO.
        DISPLAY "VALE-TRANSPORTE - PARTE EMPRESA:   "
            WS-TOT-VT-EMPRESA.
        IF WS-TOT-RPA-VALOR > ZERO
            DISPLAY "RPA DE AUTONOMOS - SERVICOS: " WS-TOT-RPA-VALOR
                " PATRONAL: " WS-TOT-RPA-PATRONAL
        END-IF.
        STOP RUN.

      * parte da empresa no vale-transporte: custo real comprado pelo
      * VALETRAN para a competencia menos o que foi descontado dos
      * empregados na folha (elemento VTRANSP do RESFOLHA)
        APURA-VALE-TRANSPORTE.
        MOVE ZERO TO WS-TOT-VT-CUSTO.
        MOVE "N" TO WS-VTCRED-EOF.
        OPEN INPUT VTCRED-FILE.
        IF WS-VTCRED-STATUS = "00"
            PERFORM UNTIL VTCRED-EOF
                READ VTCRED-FILE
                    AT END
                        MOVE "Y" TO WS-VTCRED-EOF
                    NOT AT END
                        IF VC-COMPETENCIA = WS-COMPETENCIA
                            ADD VC-CUSTO TO WS-TOT-VT-CUSTO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE VTCRED-FILE
        END-IF.
        COMPUTE WS-TOT-VT-EMPRESA =
            WS-TOT-VT-CUSTO - WS-TOT-VT-EMPREGADO.
        IF WS-TOT-VT-EMPRESA < ZERO
            DISPLAY "AVISO: desconto de vale-transporte maior que o"
                " custo da compra - parte da empresa zerada"
            MOVE ZERO TO WS-TOT-VT-EMPRESA
        END-IF.

      * autonomos pagos por RPA na competencia, fora do resultado da
      * folha
        APURA-RPA.
        MOVE ZERO TO WS-TOT-RPA-VALOR WS-TOT-RPA-INSS WS-TOT-RPA-IRRF
            WS-TOT-RPA-ISS WS-TOT-RPA-PATRONAL WS-TOT-RPA-LIQUIDO.
        MOVE "N" TO WS-RPALOG-EOF.
        OPEN INPUT RPALOG-FILE.
        IF WS-RPALOG-STATUS = "00"
            PERFORM UNTIL RPALOG-EOF
                READ RPALOG-FILE
                    AT END
                        MOVE "Y" TO WS-RPALOG-EOF
                    NOT AT END
                        IF RP-COMPETENCIA = WS-COMPETENCIA
                            ADD RP-VALOR TO WS-TOT-RPA-VALOR
                            ADD RP-INSS TO WS-TOT-RPA-INSS
                            ADD RP-IRRF TO WS-TOT-RPA-IRRF
                            ADD RP-ISS TO WS-TOT-RPA-ISS
                            ADD RP-PATRONAL TO WS-TOT-RPA-PATRONAL
                            ADD RP-LIQUIDO TO WS-TOT-RPA-LIQUIDO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RPALOG-FILE
        END-IF.

        MONTA-LANCAMENTOS.
        MOVE ZERO TO WS-LC-COUNT WS-TOT-DEBITOS WS-TOT-CREDITOS.
        PERFORM VARYING WS-DP-IDX FROM 1 BY 1
        MOVE "SALARIOS LIQUIDOS A PAGAR" TO WS-HISTORICO.
        PERFORM INCLUI-LANCAMENTO.
        MOVE "INSS-REC" TO WS-ELEMENTO.
        COMPUTE WS-VALOR-LCTO = WS-TOT-INSS + WS-TOT-PATRONAL
            + WS-TOT-RPA-INSS + WS-TOT-RPA-PATRONAL.
        MOVE "INSS A RECOLHER (RET+PATR)" TO WS-HISTORICO.
        PERFORM INCLUI-LANCAMENTO.
        MOVE "IRRF-REC" TO WS-ELEMENTO.
        COMPUTE WS-VALOR-LCTO = WS-TOT-IRRF + WS-TOT-RPA-IRRF.
        MOVE "IRRF RETIDO A RECOLHER" TO WS-HISTORICO.
        PERFORM INCLUI-LANCAMENTO.
        MOVE "FGTS-REC" TO WS-ELEMENTO.
        MOVE WS-TOT-PENSAO TO WS-VALOR-LCTO.
        MOVE "PENSAO ALIMENTICIA A PAGAR" TO WS-HISTORICO.
        PERFORM INCLUI-LANCAMENTO.
        MOVE "VT-EMPR" TO WS-ELEMENTO.
        MOVE "D" TO WS-LADO.
        MOVE WS-TOT-VT-EMPRESA TO WS-VALOR-LCTO.
        MOVE "VALE-TRANSPORTE PARTE EMPRESA" TO WS-HISTORICO.
        PERFORM INCLUI-LANCAMENTO.
        MOVE "C" TO WS-LADO.
        PERFORM INCLUI-LANCAMENTO.
        MOVE "RPA" TO WS-ELEMENTO.
        MOVE "D" TO WS-LADO.
        MOVE WS-TOT-RPA-VALOR TO WS-VALOR-LCTO.
        MOVE "SERVICOS DE AUTONOMOS (RPA)" TO WS-HISTORICO.
        PERFORM INCLUI-LANCAMENTO.
        MOVE "RPA-ENC" TO WS-ELEMENTO.
        MOVE WS-TOT-RPA-PATRONAL TO WS-VALOR-LCTO.
        MOVE "INSS PATRONAL SOBRE RPA" TO WS-HISTORICO.
        PERFORM INCLUI-LANCAMENTO.
        MOVE "RPA-LIQ" TO WS-ELEMENTO.
        MOVE "C" TO WS-LADO.
        MOVE WS-TOT-RPA-LIQUIDO TO WS-VALOR-LCTO.
        MOVE "AUTONOMOS LIQUIDO A PAGAR" TO WS-HISTORICO.
        PERFORM INCLUI-LANCAMENTO.
        MOVE "ISS-REC" TO WS-ELEMENTO.
        MOVE WS-TOT-RPA-ISS TO WS-VALOR-LCTO.
        MOVE "ISS RETIDO A RECOLHER" TO WS-HISTORICO.
        PERFORM INCLUI-LANCAMENTO.
        MOVE "OUTROS" TO WS-ELEMENTO.
        MOVE "OUTROS DESCONTOS DA FOLHA" TO WS-HISTORICO.
        IF WS-RESIDUO >= ZERO
        WRITE CONTABIL-RECORD.
        CLOSE CONTABIL-FILE.

      * le so a competencia no RESFOLHA.DAT, ja liquido de estornos;
      * os encargos sao calculados por empregado e fluxo como no
      * CALC-ENCARGOS-PATRONAIS do lote
        APURA-TOTAIS.
        MOVE ZERO TO WS-TOT-BRUTO WS-TOT-INSS WS-TOT-IRRF
            WS-TOT-FGTS WS-TOT-LIQUIDO WS-TOT-PENSAO WS-DP-COUNT
            WS-TOT-VT-EMPREGADO WS-TOT-PATRONAL.
        MOVE SPACES TO WS-PRONT-LIDO.
        OPEN INPUT EMPMAST-FILE.
        IF WS-EMPMAST-STATUS NOT = "00"
            DISPLAY "ERRO: cadastro de funcionarios indisponivel"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE "N" TO WS-RESFOLHA-EOF.
        OPEN INPUT RESFOLHA-FILE.
        IF WS-RESFOLHA-STATUS NOT = "00"
            DISPLAY "ERRO: RESFOLHA.DAT indisponivel (status "
                WS-RESFOLHA-STATUS ") - monte-o pelo MONTARES"
            CLOSE EMPMAST-FILE
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE LOW-VALUES TO RF-CHAVE.
        MOVE WS-COMPETENCIA TO RF-COMPETENCIA.
        START RESFOLHA-FILE KEY IS NOT LESS THAN RF-CHAVE
            INVALID KEY
                MOVE "Y" TO WS-RESFOLHA-EOF
        END-START.
        PERFORM UNTIL RESFOLHA-EOF
            READ RESFOLHA-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-RESFOLHA-EOF
                NOT AT END
                    IF RF-COMPETENCIA NOT = WS-COMPETENCIA
                        MOVE "Y" TO WS-RESFOLHA-EOF
                    ELSE
                        IF RF-VALOR NOT = ZERO
                            PERFORM ACUMULA-ELEMENTO
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE RESFOLHA-FILE.
        CLOSE EMPMAST-FILE.

        ACUMULA-ELEMENTO.
        EVALUATE RF-CODIGO
            WHEN "BRUTO"
                ADD RF-VALOR TO WS-TOT-BRUTO
                MOVE RF-VALOR TO WS-AUD-NUM
                PERFORM LE-EMPREGADO
                PERFORM ACUMULA-DEPTO-BRUTO
                IF NOT RF-PLR
                    PERFORM ACUMULA-ENCARGOS
                END-IF
            WHEN "INSS"
                ADD RF-VALOR TO WS-TOT-INSS
            WHEN "IRRF"
                ADD RF-VALOR TO WS-TOT-IRRF
            WHEN "FGTS"
                ADD RF-VALOR TO WS-TOT-FGTS
            WHEN "LIQUIDO"
                ADD RF-VALOR TO WS-TOT-LIQUIDO
            WHEN "PENSAO"
                ADD RF-VALOR TO WS-TOT-PENSAO
            WHEN "VTRANSP"
                ADD RF-VALOR TO WS-TOT-VT-EMPREGADO
        END-EVALUATE.

        LE-EMPREGADO.
        IF RF-PRONTUARIO NOT = WS-PRONT-LIDO
            MOVE RF-PRONTUARIO TO WS-PRONT-LIDO
            MOVE RF-PRONTUARIO TO EM-PRONTUARIO
            READ EMPMAST-FILE
                INVALID KEY
                    MOVE "??????????" TO EM-DEPARTAMENTO
                    MOVE SPACE TO EM-CATEGORIA
            END-READ
        END-IF.

      * a PLR nao sofre encargo (Lei 10.101) e fica fora; estagiario
      * nao tem encargos e diretor so a cota patronal (CATEGCAL)
        ACUMULA-ENCARGOS.
        MOVE EM-CATEGORIA TO WS-CAT-CODIGO.
        PERFORM APURA-CATEGORIA.
        IF NOT CAT-ENCARGOS-ISENTO
            COMPUTE WS-ENC-VALOR ROUNDED =
                WS-AUD-NUM * WS-ALIQ-PATRONAL-USE
            ADD WS-ENC-VALOR TO WS-TOT-PATRONAL
        END-IF.
        IF CAT-ENCARGOS-TOTAL
            COMPUTE WS-ENC-VALOR ROUNDED =
                WS-AUD-NUM * WS-ALIQ-RAT-USE
            ADD WS-ENC-VALOR TO WS-TOT-PATRONAL
            COMPUTE WS-ENC-VALOR ROUNDED =
                WS-AUD-NUM * WS-ALIQ-TERCEIROS-USE
            ADD WS-ENC-VALOR TO WS-TOT-PATRONAL
        END-IF.

        ACUMULA-DEPTO-BRUTO.
        MOVE ZERO TO WS-DP-ACHOU.
            MOVE WS-LEGAL-TERC(WS-LEGAL-BEST-IDX)
                TO WS-ALIQ-TERCEIROS-USE
        END-IF.

        COPY "CATEGCAL.cpy".
