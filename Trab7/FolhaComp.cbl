      ******************************************************************
      * Author:
      * Date:
      * Purpose: Folha complementar de uma competencia ja processada
      *          e ainda aberta - le os itens extras (horas, valores
      *          tributaveis e rubricas) de COMPMOV.DAT, recalcula o
      *          INSS e o IRRF sobre a base somada das linhas da
      *          auditoria da competencia (folha e complementares
      *          anteriores, liquidas dos estornos) com o complemento
      *          e retem so a diferenca; gera a auditoria encadeada
      *          (AL-TIPO "C"), o holerite, o FGTS, o NETPAY (NP-TIPO
      *          "C") para a remessa bancaria e os acumulados do
      *          cadastro. Competencia fechada no PERIODO.DAT e
      *          recusada. INSS e FGTS seguem a categoria do
      *          cadastro (CATEGCAL), como na folha normal. O
      *          NETPAY sai na empresa em vigor na competencia
      *          (EMPHIST.DAT), como o da folha mensal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FOLHACMP.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-PC-PENTIUM-III.
        OBJECT-COMPUTER. IBM-PC-PENTIUM-III.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EMPMAST-FILE ASSIGN TO "data/EMPMAST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EM-PRONTUARIO
            LOCK MODE IS MANUAL
            FILE STATUS IS WS-EMPMAST-STATUS.

            SELECT COMPMOV-FILE ASSIGN TO "data/COMPMOV.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COMPMOV-STATUS.

            SELECT RUBRICA-FILE ASSIGN TO "data/RUBRICA.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUBRICA-STATUS.

            SELECT RATEHIST-FILE ASSIGN TO "data/RATEHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RATEHIST-STATUS.

            SELECT IRRFTAB-FILE ASSIGN TO "data/IRRFTAB.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-IRRF-STATUS.

            SELECT LEGALTAB-FILE ASSIGN TO "data/LEGALTAB.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LEGALTAB-STATUS.

            SELECT PERIODO-FILE ASSIGN TO "data/PERIODO.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PERIODO-STATUS.

            SELECT AUDITLOG-FILE ASSIGN TO "data/AUDITLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDITLOG-STATUS.

            SELECT RESFOLHA-FILE ASSIGN TO "data/RESFOLHA.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RF-CHAVE
            FILE STATUS IS WS-RESFOLHA-STATUS.

            SELECT PAYSLIP-FILE ASSIGN TO "data/HOLERITE.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAYSLIP-STATUS.

            SELECT NETPAY-FILE ASSIGN TO "data/NETPAY.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NETPAY-STATUS.

            SELECT FGTSLED-FILE ASSIGN TO "data/FGTSLED.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FGTSLED-STATUS.

            SELECT RELATO-FILE ASSIGN TO "data/FOLHACMP.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RELATO-STATUS.

            SELECT JOBJRNL-FILE ASSIGN TO "data/JOBJRNL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOBJRNL-STATUS.

            SELECT OPERMAST-FILE ASSIGN TO "data/OPERMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERMAST-STATUS.

            SELECT SYSLOG-FILE ASSIGN TO "data/SYSLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SYSLOG-STATUS.

            SELECT EMPHIST-FILE ASSIGN TO "data/EMPHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EMPHIST-STATUS.

            SELECT VINCEXT-FILE ASSIGN TO "data/VINCEXT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VINCEXT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  COMPMOV-FILE.
        COPY "COMPMOV.cpy".

        FD  RUBRICA-FILE.
        COPY "RUBRICA.cpy".

        FD  RATEHIST-FILE.
        COPY "RATEHIST.cpy".

        FD  IRRFTAB-FILE.
        COPY "IRRFTAB.cpy".

        FD  LEGALTAB-FILE.
        COPY "LEGALTAB.cpy".

        FD  PERIODO-FILE.
        COPY "PERIODO.cpy".

        FD  AUDITLOG-FILE.
        COPY "AUDITLOG.cpy".

        FD  RESFOLHA-FILE.
        COPY "RESFOLHA.cpy".

        FD  PAYSLIP-FILE.
        COPY "PAYSLIP.cpy".

        FD  NETPAY-FILE.
        COPY "NETPAY.cpy".

        FD  FGTSLED-FILE.
        COPY "FGTSLED.cpy".

        FD  RELATO-FILE.
        01 RELATO-LINHA PIC X(120).

        FD  JOBJRNL-FILE.
        COPY "JOBJRNL.cpy".

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".

        FD  SYSLOG-FILE.
        COPY "SYSLOG.cpy".

        FD  VINCEXT-FILE.
        COPY "VINCEXT.cpy".

        FD  EMPHIST-FILE.
        COPY "EMPHIST.cpy".

        WORKING-STORAGE SECTION.
        COPY "PERIODWS.cpy".
        COPY "IRRFWS.cpy".
        COPY "LEGALWS.cpy".
        COPY "INSSTAB.cpy".
        COPY "SIGNONWS.cpy".
        COPY "SYSERRWS.cpy".
        COPY "AUDCHNWS.cpy".
        COPY "RESFWS.cpy".
        COPY "JOBJRNWS.cpy".
        COPY "EMPHWS.cpy".
        COPY "CATEGWS.cpy".
        COPY "VINCWS.cpy".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-COMPMOV-STATUS PIC XX VALUE "00".
        77 WS-RUBRICA-STATUS PIC XX VALUE "00".
        77 WS-RATEHIST-STATUS PIC XX VALUE "00".
        77 WS-AUDITLOG-STATUS PIC XX VALUE "00".
        77 WS-PAYSLIP-STATUS PIC XX VALUE "00".
        77 WS-NETPAY-STATUS PIC XX VALUE "00".
        77 WS-FGTSLED-STATUS PIC XX VALUE "00".
        77 WS-RELATO-STATUS PIC XX VALUE "00".
        77 WS-COMPMOV-EOF PIC X VALUE "N".
            88 COMPMOV-EOF VALUE "Y".
        77 WS-RUBRICA-EOF PIC X VALUE "N".
            88 RUBRICA-EOF VALUE "Y".
        77 WS-RATEHIST-EOF PIC X VALUE "N".
            88 RATEHIST-EOF VALUE "Y".
        77 WS-AUDIT-EOF PIC X VALUE "N".
            88 AUDIT-EOF VALUE "Y".
        77 WS-OPERADOR PIC X(08) VALUE SPACES.
        77 wspronturario PIC X(08) VALUE SPACES.
        77 WS-MOTIVO PIC X(50) VALUE SPACES.
        77 WS-REJEITADO PIC X VALUE "N".
            88 REJEITADO VALUE "Y".
        77 WS-DATA-ALVO PIC 9(08) VALUE ZERO.
        77 WS-HORAS-MES PIC 9(03) VALUE 220.
        77 WS-PERCENTUAL-HORA-EXTRA PIC 9V99 VALUE 1,5.
        77 WS-RH-MELHOR-DATA PIC 9(08) VALUE ZERO.
        77 wsValorHora PIC 9(05)V99 VALUE ZERO.
        77 wsSalBruto PIC 9(05)V99 VALUE ZERO.
        77 wsDiscINSS PIC 9(05)V99 VALUE ZERO.
        77 wsDiscIR PIC 9(05)V99 VALUE ZERO.
        77 wsFGTS PIC 9(05)V99 VALUE ZERO.
        77 wsSalLiquid PIC 9(05)V99 VALUE ZERO.
        77 wsRubProventos PIC 9(05)V99 VALUE ZERO.
        77 wsRubDescontos PIC 9(05)V99 VALUE ZERO.
        77 WS-ITEM-VALOR PIC 9(07)V99 VALUE ZERO.
        77 WS-RUB-VALOR PIC 9(07)V99 VALUE ZERO.
        77 WS-BRUTO-CHECK PIC S9(07)V99 VALUE ZERO.
        77 WS-SALLIQUID-CHECK PIC S9(07)V99 VALUE ZERO.
        77 WS-BRUTO-TOTAL PIC 9(07)V99 VALUE ZERO.
        77 WS-INSS-TOTAL PIC 9(07)V99 VALUE ZERO.
        77 WS-IRRF-TOTAL PIC S9(07)V99 VALUE ZERO.
        77 WS-BASE-IRRF PIC S9(07)V99 VALUE ZERO.
        77 WS-DIFERENCA PIC S9(07)V99 VALUE ZERO.
        77 WS-AUD-NUM PIC 9(07)V99 VALUE ZERO.
        77 WS-QTD-ITENS PIC 9(03) VALUE ZERO.
        77 WS-QTD-LIDA PIC 9(05) VALUE ZERO.
        77 WS-QTD-PENDENTE PIC 9(05) VALUE ZERO.
        77 WS-QTD-PAGA PIC 9(05) VALUE ZERO.
        77 WS-QTD-REJEITADA PIC 9(05) VALUE ZERO.
        77 WS-QTD-ITENS-PAGOS PIC 9(05) VALUE ZERO.
        77 WS-TOT-BRUTO PIC 9(09)V99 VALUE ZERO.
        77 WS-TOT-INSS PIC 9(09)V99 VALUE ZERO.
        77 WS-TOT-IRRF PIC 9(09)V99 VALUE ZERO.
        77 WS-TOT-FGTS PIC 9(09)V99 VALUE ZERO.
        77 WS-TOT-PAGO PIC 9(09)V99 VALUE ZERO.
        77 WS-VALOR-EDIT PIC Z.ZZZ.ZZ9,99 VALUE ZERO.
        77 WS-INSS-EDIT PIC Z.ZZZ.ZZ9,99 VALUE ZERO.
        77 WS-IRRF-EDIT PIC Z.ZZZ.ZZ9,99 VALUE ZERO.
        77 WS-LIQ-EDIT PIC Z.ZZZ.ZZ9,99 VALUE ZERO.
        01 wsnome PIC X(20) VALUE SPACES.
        01 wssobrenome PIC X(30) VALUE SPACES.
      * itens da folha complementar (COMPMOV.cpy), regravados no fim
      * com a situacao dos que foram pagos
        77 WS-CX-COUNT PIC 9(04) VALUE ZERO.
        77 WS-CX-IDX PIC 9(04) VALUE ZERO.
        77 WS-CX-ITEM PIC 9(04) VALUE ZERO.
        77 WS-CX-MAXIMO PIC 9(04) VALUE 2000.
        77 WS-CX-ALTERADO PIC X VALUE "N".
            88 CX-ALTERADO VALUE "Y".
        01 WS-CX-TAB.
            05 WS-CX-ENTRY OCCURS 2000 TIMES.
                10 WS-CX-IMAGEM PIC X(100).
                10 WS-CX-VISTO PIC X(01).
      * base ja calculada na competencia por prontuario (auditoria:
      * folha e complementares somam, estornos abatem)
        77 WS-OR-COUNT PIC 9(04) VALUE ZERO.
        77 WS-OR-IDX PIC 9(04) VALUE ZERO.
        77 WS-OR-ACHOU PIC 9(04) VALUE ZERO.
        77 WS-OR-MAXIMO PIC 9(04) VALUE 2000.
        77 WS-OR-OVERFLOW PIC X VALUE "N".
            88 OR-OVERFLOW VALUE "Y".
        01 WS-OR-TAB.
            05 WS-OR-ENTRY OCCURS 2000 TIMES.
                10 WS-OR-PRONTUARIO PIC X(08).
                10 WS-OR-BRUTO PIC S9(07)V99.
                10 WS-OR-INSS PIC S9(07)V99.
                10 WS-OR-IRRF PIC S9(07)V99.
                10 WS-OR-QTD-FOLHA PIC S9(03).
      * rubricas (RUBRICA.cpy) para os itens "R"
        77 WS-RB-COUNT PIC 9(03) VALUE ZERO.
        77 WS-RB-IDX PIC 9(03) VALUE ZERO.
        77 WS-RB-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-RB-MAXIMO PIC 9(03) VALUE 100.
        01 WS-RB-TAB.
            05 WS-RB-ENTRY OCCURS 100 TIMES.
                10 WS-RB-CODIGO PIC X(04).
                10 WS-RB-DESCRICAO PIC X(20).
                10 WS-RB-TIPO PIC X(01).
                10 WS-RB-BASE PIC X(01).
                10 WS-RB-VALOR PIC 9(07)V99.
                10 WS-RB-PERCENTUAL PIC 9(03)V99.
                10 WS-RB-SIT PIC X(01).

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE "FOLHACMP" TO WS-ERR-PROGRAMA.
        MOVE 3 TO WS-NIVEL-EXIGIDO.
        PERFORM EFETUA-SIGNON.
        MOVE WS-SIGNON-OPERADOR TO WS-OPERADOR.
        PERFORM LOAD-PERIODO-TABLE.

        DISPLAY "Digite a competencia da folha complementar (AAAAMM): "
            NO ADVANCING.
        ACCEPT WS-COMPETENCIA.
        PERFORM VALIDA-COMPETENCIA.
        IF COMPETENCIA-FECHADA
            DISPLAY "COMPETENCIA " WS-COMPETENCIA " JA FECHADA NO"
                " PERIODO.DAT - FOLHA COMPLEMENTAR RECUSADA"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        IF NOT COMPETENCIA-ABERTA
            DISPLAY "COMPETENCIA NAO ABERTA: " WS-COMPETENCIA
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        PERFORM LOAD-LEGAL-TABLE.
        PERFORM SELECT-LEGAL-RATE.
        PERFORM LOAD-IRRF-TABLE.
        IF WS-IRRF-COUNT = ZERO
            DISPLAY "ERRO: tabela IRRF vazia ou indisponivel"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM SELECT-IRRF-RATE-COMPETENCIA.
        PERFORM LOAD-RUBRICA-TABLE.
        PERFORM CARREGA-VINCULOS.
        PERFORM CARREGA-HISTORICO-EMPRESA.

        PERFORM CARREGA-COMPMOV.
        IF WS-QTD-PENDENTE = ZERO
            DISPLAY "NENHUM ITEM PENDENTE EM COMPMOV.DAT PARA A"
                " COMPETENCIA " WS-COMPETENCIA
            STOP RUN
        END-IF.
        PERFORM CARREGA-BASE-ORIGINAL.
        IF OR-OVERFLOW
            DISPLAY "ERRO: auditoria da competencia " WS-COMPETENCIA
                " tem mais de " WS-OR-MAXIMO " prontuarios -"
                " folha complementar recusada para nao reter"
                " sobre base incompleta"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        MOVE "FOLHACMP" TO WS-JJ-PROGRAMA.
        MOVE "I" TO WS-JJ-EVENTO.
        MOVE WS-COMPETENCIA TO WS-JJ-COMPETENCIA.
        PERFORM GRAVA-JOBJRNL.

        OPEN I-O EMPMAST-FILE WITH LOCK.
        IF WS-EMPMAST-STATUS NOT = "00"
            IF WS-EMPMAST-STATUS = "93" OR WS-EMPMAST-STATUS = "94"
                DISPLAY "ARQUIVO EM USO PELO LOTE - TENTE NOVAMENTE"
                    " APOS O FECHAMENTO DO PROCESSAMENTO"
            END-IF
            DISPLAY "ERRO: cadastro de funcionarios indisponivel"
                " (status " WS-EMPMAST-STATUS ")"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        PERFORM ABRE-RELATORIO.
        PERFORM VARYING WS-CX-IDX FROM 1 BY 1
            UNTIL WS-CX-IDX > WS-CX-COUNT
            MOVE WS-CX-IMAGEM(WS-CX-IDX) TO COMPMOV-RECORD
            IF WS-CX-VISTO(WS-CX-IDX) = "N"
                AND CX-COMPETENCIA = WS-COMPETENCIA
                AND CX-PENDENTE
                MOVE CX-PRONTUARIO TO wspronturario
                PERFORM PROCESSA-EMPREGADO
            END-IF
        END-PERFORM.
        PERFORM ENCERRA-RELATORIO.
        CLOSE EMPMAST-FILE.
        IF CX-ALTERADO
            PERFORM REGRAVA-COMPMOV
        END-IF.

        IF WS-QTD-REJEITADA > ZERO
            MOVE 8 TO RETURN-CODE
        END-IF.
        DISPLAY " ".
        DISPLAY "FOLHA COMPLEMENTAR - COMPETENCIA " WS-COMPETENCIA.
        DISPLAY "ITENS LIDOS:          " WS-QTD-LIDA.
        DISPLAY "ITENS PAGOS:          " WS-QTD-ITENS-PAGOS.
        DISPLAY "EMPREGADOS PAGOS:     " WS-QTD-PAGA.
        DISPLAY "EMPREGADOS REJEITADOS:" WS-QTD-REJEITADA.
        DISPLAY "TOTAL BRUTO:          " WS-TOT-BRUTO.
        DISPLAY "DIFERENCA DE INSS:    " WS-TOT-INSS.
        DISPLAY "DIFERENCA DE IRRF:    " WS-TOT-IRRF.
        DISPLAY "FGTS:                 " WS-TOT-FGTS.
        DISPLAY "TOTAL LIQUIDO PAGO:   " WS-TOT-PAGO.
        DISPLAY "RELATORIO EM data/FOLHACMP.PRT".
        MOVE "F" TO WS-JJ-EVENTO.
        MOVE WS-QTD-LIDA TO WS-JJ-QTD-LIDA.
        MOVE WS-QTD-PAGA TO WS-JJ-QTD-PROCESSADA.
        MOVE WS-QTD-REJEITADA TO WS-JJ-QTD-REJEITADA.
        MOVE WS-TOT-BRUTO TO WS-JJ-TOTAL-CONTROLE.
        MOVE RETURN-CODE TO WS-JJ-RETORNO.
        PERFORM GRAVA-JOBJRNL.
        STOP RUN.

      * todos os itens pendentes do prontuario na competencia sao
      * pagos juntos num unico calculo; qualquer item invalido
      * rejeita o conjunto, que fica pendente para a correcao
        PROCESSA-EMPREGADO.
        MOVE "N" TO WS-REJEITADO.
        MOVE SPACES TO WS-MOTIVO.
        MOVE ZERO TO WS-QTD-ITENS.
        PERFORM VARYING WS-CX-ITEM FROM WS-CX-IDX BY 1
            UNTIL WS-CX-ITEM > WS-CX-COUNT
            MOVE WS-CX-IMAGEM(WS-CX-ITEM) TO COMPMOV-RECORD
            IF CX-PRONTUARIO = wspronturario
                AND CX-COMPETENCIA = WS-COMPETENCIA
                AND CX-PENDENTE
                MOVE "Y" TO WS-CX-VISTO(WS-CX-ITEM)
                ADD 1 TO WS-QTD-ITENS
                PERFORM VALIDA-ITEM
            END-IF
        END-PERFORM.
        IF NOT REJEITADO
            MOVE wspronturario TO EM-PRONTUARIO
            READ EMPMAST-FILE
                INVALID KEY
                    MOVE "Y" TO WS-REJEITADO
                    MOVE "PRONTUARIO NAO CADASTRADO" TO WS-MOTIVO
            END-READ
        END-IF.
        IF NOT REJEITADO
            PERFORM LOCALIZA-BASE-ORIGINAL
            IF WS-OR-ACHOU = ZERO
                MOVE "Y" TO WS-REJEITADO
                MOVE "SEM CALCULO DA FOLHA NA COMPETENCIA"
                    TO WS-MOTIVO
            ELSE
                IF WS-OR-QTD-FOLHA(WS-OR-ACHOU) <= ZERO
                    MOVE "Y" TO WS-REJEITADO
                    MOVE "FOLHA DA COMPETENCIA ESTORNADA"
                        TO WS-MOTIVO
                END-IF
            END-IF
        END-IF.
        IF REJEITADO
            PERFORM REJEITA-EMPREGADO
        ELSE
            PERFORM CALCULA-E-PAGA
        END-IF.

        VALIDA-ITEM.
        IF NOT REJEITADO
            EVALUATE TRUE
                WHEN CX-HORAS-NORMAIS OR CX-HORAS-EXTRAS
                    IF CX-HORAS NOT NUMERIC OR CX-HORAS = ZERO
                        MOVE "Y" TO WS-REJEITADO
                        MOVE "ITEM DE HORAS SEM QUANTIDADE"
                            TO WS-MOTIVO
                    END-IF
                WHEN CX-VALOR-TRIBUTAVEL
                    IF CX-VALOR NOT NUMERIC OR CX-VALOR = ZERO
                        MOVE "Y" TO WS-REJEITADO
                        MOVE "ITEM DE VALOR ZERADO OU INVALIDO"
                            TO WS-MOTIVO
                    END-IF
                WHEN CX-RUBRICA-ITEM
                    PERFORM LOCALIZA-RUBRICA
                    IF WS-RB-ACHOU = ZERO
                        MOVE "Y" TO WS-REJEITADO
                        MOVE "RUBRICA NAO CADASTRADA" TO WS-MOTIVO
                    ELSE
                        IF WS-RB-SIT(WS-RB-ACHOU) NOT = "A"
                            MOVE "Y" TO WS-REJEITADO
                            MOVE "RUBRICA INATIVA" TO WS-MOTIVO
                        END-IF
                    END-IF
                    IF NOT REJEITADO
                        AND CX-VALOR NOT NUMERIC
                        MOVE "Y" TO WS-REJEITADO
                        MOVE "VALOR DA RUBRICA INVALIDO" TO WS-MOTIVO
                    END-IF
                WHEN OTHER
                    MOVE "Y" TO WS-REJEITADO
                    MOVE "TIPO DE ITEM INVALIDO" TO WS-MOTIVO
            END-EVALUATE
        END-IF.

        REJEITA-EMPREGADO.
        ADD 1 TO WS-QTD-REJEITADA.
        DISPLAY wspronturario " REJEITADO: " WS-MOTIVO.
        MOVE SPACES TO RELATO-LINHA.
        STRING wspronturario " REJEITADO (" WS-QTD-ITENS
            " ITENS PENDENTES): " WS-MOTIVO
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

      * o complemento entra no bruto; INSS e IRRF sao recalculados
      * sobre a base ja calculada na competencia mais o complemento
      * e so a diferenca e retida; as rubricas entram depois dos
      * impostos, como no lote do TRAB1
        CALCULA-E-PAGA.
        IF EM-INATIVO
            DISPLAY wspronturario " AVISO: funcionario desligado -"
                " complemento pago ao ex-empregado"
        END-IF.
        MOVE EM-NOME TO wsnome.
        MOVE EM-SOBRENOME TO wssobrenome.
        PERFORM OBTEM-VALOR-HORA.
        MOVE EM-CATEGORIA TO WS-CAT-CODIGO.
        MOVE WS-ALIQ-FGTS-USE TO WS-CAT-ALIQ-FGTS-NORMAL.
        PERFORM APURA-CATEGORIA.
        MOVE ZERO TO wsSalBruto wsRubProventos wsRubDescontos
            WS-BRUTO-CHECK.
        PERFORM VARYING WS-CX-ITEM FROM WS-CX-IDX BY 1
            UNTIL WS-CX-ITEM > WS-CX-COUNT
            MOVE WS-CX-IMAGEM(WS-CX-ITEM) TO COMPMOV-RECORD
            IF CX-PRONTUARIO = wspronturario
                AND CX-COMPETENCIA = WS-COMPETENCIA
                AND CX-PENDENTE
                AND NOT CX-RUBRICA-ITEM
                PERFORM SOMA-ITEM-TRIBUTAVEL
            END-IF
        END-PERFORM.
        MOVE WS-BRUTO-CHECK TO wsSalBruto.

        COMPUTE WS-BRUTO-TOTAL = WS-OR-BRUTO(WS-OR-ACHOU)
            + wsSalBruto.
        PERFORM CALCULA-INSS-TOTAL.
        COMPUTE WS-DIFERENCA = WS-INSS-TOTAL
            - WS-OR-INSS(WS-OR-ACHOU).
        IF WS-DIFERENCA < ZERO
            MOVE ZERO TO WS-DIFERENCA
        END-IF.
        MOVE WS-DIFERENCA TO wsDiscINSS.

        COMPUTE WS-BASE-IRRF = WS-BRUTO-TOTAL - WS-INSS-TOTAL.
        COMPUTE WS-IRRF-TOTAL ROUNDED =
            WS-BASE-IRRF * WS-IRRF-ALIQUOTA-USE
            - WS-IRRF-DEDUCAO-USE
            + EM-QTD-DEPENDENTE * WS-DEDUC-DEPENDENTE-USE.
        IF WS-IRRF-TOTAL < ZERO
            MOVE ZERO TO WS-IRRF-TOTAL
        END-IF.
        COMPUTE WS-DIFERENCA = WS-IRRF-TOTAL
            - WS-OR-IRRF(WS-OR-ACHOU).
        IF WS-DIFERENCA < ZERO
            MOVE ZERO TO WS-DIFERENCA
        END-IF.
        MOVE WS-DIFERENCA TO wsDiscIR.

        COMPUTE wsFGTS ROUNDED = wsSalBruto * WS-CAT-ALIQ-FGTS.
        COMPUTE WS-SALLIQUID-CHECK = wsSalBruto - wsDiscINSS
            - wsDiscIR.
        PERFORM VARYING WS-CX-ITEM FROM WS-CX-IDX BY 1
            UNTIL WS-CX-ITEM > WS-CX-COUNT
            MOVE WS-CX-IMAGEM(WS-CX-ITEM) TO COMPMOV-RECORD
            IF CX-PRONTUARIO = wspronturario
                AND CX-COMPETENCIA = WS-COMPETENCIA
                AND CX-PENDENTE
                AND CX-RUBRICA-ITEM
                PERFORM APLICA-ITEM-RUBRICA
            END-IF
        END-PERFORM.
        COMPUTE WS-SALLIQUID-CHECK = WS-SALLIQUID-CHECK
            + wsRubProventos - wsRubDescontos.
        IF WS-SALLIQUID-CHECK < ZERO
            DISPLAY wspronturario
                " ALERTA: DESCONTOS MAIORES QUE O COMPLEMENTO,"
                " LIQUIDO ZERADO PARA CONFERENCIA (valor calculado="
                WS-SALLIQUID-CHECK ")"
            MOVE ZERO TO wsSalLiquid
        ELSE
            MOVE WS-SALLIQUID-CHECK TO wsSalLiquid
        END-IF.

        PERFORM WRITE-AUDITLOG.
        PERFORM WRITE-PAYSLIP.
        PERFORM WRITE-FGTSLED.
        IF wsSalLiquid > ZERO
            PERFORM WRITE-NETPAY
        END-IF.
        PERFORM ATUALIZA-YTD-EMPMAST.
        PERFORM MARCA-ITENS-PAGOS.
        ADD wsSalBruto TO WS-OR-BRUTO(WS-OR-ACHOU).
        ADD wsDiscINSS TO WS-OR-INSS(WS-OR-ACHOU).
        ADD wsDiscIR TO WS-OR-IRRF(WS-OR-ACHOU).

        ADD 1 TO WS-QTD-PAGA.
        ADD wsSalBruto TO WS-TOT-BRUTO.
        ADD wsDiscINSS TO WS-TOT-INSS.
        ADD wsDiscIR TO WS-TOT-IRRF.
        ADD wsFGTS TO WS-TOT-FGTS.
        ADD wsSalLiquid TO WS-TOT-PAGO.
        DISPLAY wspronturario " COMPLEMENTAR: BRUTO=" wsSalBruto
            " BASE TOTAL=" WS-BRUTO-TOTAL " INSS=" wsDiscINSS
            " IRRF=" wsDiscIR " LIQUIDO=" wsSalLiquid.
        MOVE wsSalBruto TO WS-VALOR-EDIT.
        MOVE wsDiscINSS TO WS-INSS-EDIT.
        MOVE wsDiscIR TO WS-IRRF-EDIT.
        MOVE wsSalLiquid TO WS-LIQ-EDIT.
        MOVE SPACES TO RELATO-LINHA.
        STRING wspronturario " " wsnome " ITENS " WS-QTD-ITENS
            " BRUTO " WS-VALOR-EDIT " INSS " WS-INSS-EDIT
            " IRRF " WS-IRRF-EDIT " LIQUIDO " WS-LIQ-EDIT
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

        SOMA-ITEM-TRIBUTAVEL.
        EVALUATE TRUE
            WHEN CX-HORAS-NORMAIS
                COMPUTE WS-ITEM-VALOR ROUNDED =
                    CX-HORAS * wsValorHora
            WHEN CX-HORAS-EXTRAS
                COMPUTE WS-ITEM-VALOR ROUNDED =
                    CX-HORAS * wsValorHora * WS-PERCENTUAL-HORA-EXTRA
            WHEN OTHER
                MOVE CX-VALOR TO WS-ITEM-VALOR
        END-EVALUATE.
        ADD WS-ITEM-VALOR TO WS-BRUTO-CHECK.
        MOVE WS-ITEM-VALOR TO WS-VALOR-EDIT.
        MOVE SPACES TO RELATO-LINHA.
        STRING wspronturario "   ITEM " CX-TIPO " " CX-HISTORICO
            " " WS-VALOR-EDIT
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

        APLICA-ITEM-RUBRICA.
        PERFORM LOCALIZA-RUBRICA.
        EVALUATE WS-RB-BASE(WS-RB-ACHOU)
            WHEN "F"
                IF CX-VALOR > ZERO
                    MOVE CX-VALOR TO WS-RUB-VALOR
                ELSE
                    MOVE WS-RB-VALOR(WS-RB-ACHOU) TO WS-RUB-VALOR
                END-IF
            WHEN "B"
                COMPUTE WS-RUB-VALOR ROUNDED = wsSalBruto
                    * WS-RB-PERCENTUAL(WS-RB-ACHOU) / 100
            WHEN "L"
                IF WS-SALLIQUID-CHECK > ZERO
                    COMPUTE WS-RUB-VALOR ROUNDED = WS-SALLIQUID-CHECK
                        * WS-RB-PERCENTUAL(WS-RB-ACHOU) / 100
                ELSE
                    MOVE ZERO TO WS-RUB-VALOR
                END-IF
            WHEN OTHER
                MOVE ZERO TO WS-RUB-VALOR
        END-EVALUATE.
        IF WS-RB-TIPO(WS-RB-ACHOU) = "P"
            ADD WS-RUB-VALOR TO wsRubProventos
        ELSE
            ADD WS-RUB-VALOR TO wsRubDescontos
        END-IF.
        MOVE WS-RUB-VALOR TO WS-VALOR-EDIT.
        MOVE SPACES TO RELATO-LINHA.
        STRING wspronturario "   RUBRICA " WS-RB-CODIGO(WS-RB-ACHOU)
            " " WS-RB-DESCRICAO(WS-RB-ACHOU)
            " TIPO=" WS-RB-TIPO(WS-RB-ACHOU) " " WS-VALOR-EDIT
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

        LOCALIZA-RUBRICA.
        MOVE ZERO TO WS-RB-ACHOU.
        PERFORM VARYING WS-RB-IDX FROM 1 BY 1
            UNTIL WS-RB-IDX > WS-RB-COUNT
            IF WS-RB-CODIGO(WS-RB-IDX) = CX-RUBRICA
                MOVE WS-RB-IDX TO WS-RB-ACHOU
            END-IF
        END-PERFORM.

      * mesma tabela progressiva do CALC-INSS do TRAB1, aplicada a
      * base total da competencia
        CALCULA-INSS-TOTAL.
        MOVE ZERO TO WS-INSS-ACUM WS-INSS-FAIXA-ANT.
        MOVE "N" TO WS-INSS-DONE.
        PERFORM VARYING WS-INSS-IDX FROM 1 BY 1
            UNTIL WS-INSS-IDX > 4 OR INSS-DONE
            IF WS-BRUTO-TOTAL > INSS-LIMITE(WS-INSS-IDX)
                COMPUTE WS-INSS-ACUM ROUNDED = WS-INSS-ACUM +
                    ((INSS-LIMITE(WS-INSS-IDX) - WS-INSS-FAIXA-ANT)
                        * INSS-ALIQUOTA(WS-INSS-IDX))
                MOVE INSS-LIMITE(WS-INSS-IDX) TO WS-INSS-FAIXA-ANT
            ELSE
                COMPUTE WS-INSS-ACUM ROUNDED = WS-INSS-ACUM +
                    ((WS-BRUTO-TOTAL - WS-INSS-FAIXA-ANT)
                        * INSS-ALIQUOTA(WS-INSS-IDX))
                MOVE "Y" TO WS-INSS-DONE
            END-IF
        END-PERFORM.
        MOVE WS-INSS-ACUM TO WS-INSS-TOTAL.
        EVALUATE TRUE
            WHEN CAT-INSS-ISENTO
                MOVE ZERO TO WS-INSS-TOTAL
            WHEN CAT-INSS-INDIVIDUAL
                MOVE WS-BRUTO-TOTAL TO WS-CAT-BASE
                MOVE INSS-LIMITE(4) TO WS-CAT-TETO
                PERFORM APURA-INSS-INDIVIDUAL
                MOVE WS-CAT-INSS-VALOR TO WS-INSS-TOTAL
            WHEN OTHER
      * outro vinculo: o total do mes fica limitado ao que falta ate
      * o teto, como na folha
                MOVE wspronturario TO WS-VX-ALVO
                MOVE WS-COMPETENCIA TO WS-VX-COMP
                MOVE WS-INSS-TOTAL TO WS-VX-INSS-VALOR
                PERFORM LIMITA-INSS-VINCULOS
                MOVE WS-VX-INSS-VALOR TO WS-INSS-TOTAL
        END-EVALUATE.

      * valor-hora em vigor no fim da competencia (RATEHIST.DAT);
      * sem historico vale o do cadastro
        OBTEM-VALOR-HORA.
        MOVE EM-VALOR-HORA TO wsValorHora.
        MOVE ZERO TO WS-RH-MELHOR-DATA.
        COMPUTE WS-DATA-ALVO = WS-COMPETENCIA * 100 + 31.
        MOVE "N" TO WS-RATEHIST-EOF.
        OPEN INPUT RATEHIST-FILE.
        IF WS-RATEHIST-STATUS = "00"
            PERFORM UNTIL RATEHIST-EOF
                READ RATEHIST-FILE
                    AT END
                        MOVE "Y" TO WS-RATEHIST-EOF
                    NOT AT END
                        IF RH-PRONTUARIO = wspronturario
                            AND RH-DATA-VIGENCIA <= WS-DATA-ALVO
                            AND RH-DATA-VIGENCIA >= WS-RH-MELHOR-DATA
                            MOVE RH-DATA-VIGENCIA
                                TO WS-RH-MELHOR-DATA
                            MOVE RH-VALOR-HORA TO wsValorHora
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RATEHIST-FILE
        END-IF.

        MARCA-ITENS-PAGOS.
        PERFORM VARYING WS-CX-ITEM FROM WS-CX-IDX BY 1
            UNTIL WS-CX-ITEM > WS-CX-COUNT
            MOVE WS-CX-IMAGEM(WS-CX-ITEM) TO COMPMOV-RECORD
            IF CX-PRONTUARIO = wspronturario
                AND CX-COMPETENCIA = WS-COMPETENCIA
                AND CX-PENDENTE
                MOVE "S" TO CX-STATUS
                MOVE WS-OPERADOR TO CX-OPERADOR
                MOVE FUNCTION CURRENT-DATE(1:14) TO CX-TIMESTAMP
                MOVE COMPMOV-RECORD TO WS-CX-IMAGEM(WS-CX-ITEM)
                ADD 1 TO WS-QTD-ITENS-PAGOS
                MOVE "Y" TO WS-CX-ALTERADO
            END-IF
        END-PERFORM.

        ATUALIZA-YTD-EMPMAST.
        ADD wsSalBruto TO EM-YTD-SALBRUTO.
        ADD wsDiscINSS TO EM-YTD-INSS.
        ADD wsDiscIR TO EM-YTD-IRRF.
        REWRITE EMPMAST-RECORD.
        IF WS-EMPMAST-STATUS NOT = "00"
            MOVE "EMPMAST" TO WS-ERR-ARQUIVO
            MOVE WS-EMPMAST-STATUS TO WS-ERR-STATUS
            MOVE "ATUALIZA-YTD-EMPMAST" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.

        WRITE-AUDITLOG.
        PERFORM OBTEM-ULTIMO-ELO.
        OPEN EXTEND AUDITLOG-FILE.
        IF WS-AUDITLOG-STATUS = "35"
            OPEN OUTPUT AUDITLOG-FILE
        END-IF.
        PERFORM ABRE-RESFOLHA.
        MOVE SPACES TO AUDITLOG-RECORD.
        MOVE wspronturario TO AL-PRONTUARIO.
        MOVE WS-OPERADOR TO AL-OPERADOR.
        MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP.
        MOVE wsSalBruto TO AL-SALBRUTO.
        MOVE wsDiscINSS TO AL-INSS.
        MOVE wsDiscIR TO AL-IRRF.
        MOVE wsSalLiquid TO AL-SALLIQUIDO.
        MOVE WS-COMPETENCIA TO AL-COMPETENCIA.
        MOVE wsFGTS TO AL-FGTS.
        MOVE ZERO TO AL-ADIANTAMENTO AL-DESC-FALTAS AL-SALFAMILIA
            AL-PENSAO AL-CONSIGNADO AL-ACERTO-IRRF AL-ADIC-NOTURNO.
        MOVE wsRubProventos TO AL-RUB-PROVENTOS.
        MOVE wsRubDescontos TO AL-RUB-DESCONTOS.
        MOVE "C" TO AL-TIPO.
        MOVE "S" TO AL-REMESSA.
        PERFORM CALCULA-ELO-AUDITLOG.
        WRITE AUDITLOG-RECORD.
        IF WS-AUDITLOG-STATUS NOT = "00"
            MOVE "AUDITLOG" TO WS-ERR-ARQUIVO
            MOVE WS-AUDITLOG-STATUS TO WS-ERR-STATUS
            MOVE "WRITE-AUDITLOG" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        PERFORM ACUMULA-RESFOLHA-AUDITORIA.
        CLOSE AUDITLOG-FILE.
        CLOSE RESFOLHA-FILE.

        WRITE-PAYSLIP.
        OPEN EXTEND PAYSLIP-FILE.
        IF WS-PAYSLIP-STATUS = "35"
            OPEN OUTPUT PAYSLIP-FILE
        END-IF.
        MOVE SPACES TO PAYSLIP-RECORD.
        MOVE wspronturario TO PS-PRONTUARIO.
        MOVE wsnome TO PS-NOME.
        MOVE wssobrenome TO PS-SOBRENOME.
        MOVE wsSalBruto TO PS-SALBRUTO.
        MOVE wsDiscINSS TO PS-INSS.
        MOVE wsDiscIR TO PS-IRRF.
        MOVE wsFGTS TO PS-FGTS.
        MOVE wsSalLiquid TO PS-SALLIQUIDO.
        MOVE WS-COMPETENCIA TO PS-COMPETENCIA.
        MOVE wsRubProventos TO PS-RUB-PROVENTOS.
        MOVE wsRubDescontos TO PS-RUB-DESCONTOS.
        WRITE PAYSLIP-RECORD.
        IF WS-PAYSLIP-STATUS NOT = "00"
            MOVE "HOLERITE" TO WS-ERR-ARQUIVO
            MOVE WS-PAYSLIP-STATUS TO WS-ERR-STATUS
            MOVE "WRITE-PAYSLIP" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        CLOSE PAYSLIP-FILE.

        WRITE-NETPAY.
        OPEN EXTEND NETPAY-FILE.
        IF WS-NETPAY-STATUS = "35"
            OPEN OUTPUT NETPAY-FILE
        END-IF.
        MOVE SPACES TO NETPAY-RECORD.
        MOVE wspronturario TO NP-PRONTUARIO.
        MOVE WS-COMPETENCIA TO NP-COMPETENCIA.
        MOVE wsSalLiquid TO NP-SALLIQUIDO.
        MOVE "C" TO NP-TIPO.
        IF EM-EMPRESA NUMERIC
            MOVE EM-EMPRESA TO NP-EMPRESA
        ELSE
            MOVE 1 TO NP-EMPRESA
        END-IF.
        IF NP-EMPRESA = ZERO
            MOVE 1 TO NP-EMPRESA
        END-IF.
        MOVE NP-EMPRESA TO WS-EH-PADRAO.
        MOVE wspronturario TO WS-EH-ALVO.
        MOVE WS-COMPETENCIA TO WS-EH-COMP.
        PERFORM APURA-EMPRESA-COMPETENCIA.
        MOVE WS-EH-EMPRESA TO NP-EMPRESA.
        WRITE NETPAY-RECORD.
        IF WS-NETPAY-STATUS NOT = "00"
            MOVE "NETPAY" TO WS-ERR-ARQUIVO
            MOVE WS-NETPAY-STATUS TO WS-ERR-STATUS
            MOVE "WRITE-NETPAY" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        CLOSE NETPAY-FILE.

        WRITE-FGTSLED.
        IF wsFGTS > ZERO
            OPEN EXTEND FGTSLED-FILE
            IF WS-FGTSLED-STATUS = "35"
                OPEN OUTPUT FGTSLED-FILE
            END-IF
            MOVE SPACES TO FGTSLED-RECORD
            MOVE wspronturario TO FG-PRONTUARIO
            MOVE WS-COMPETENCIA TO FG-COMPETENCIA
            MOVE wsFGTS TO FG-VALOR
            MOVE WS-OPERADOR TO FG-OPERADOR
            MOVE FUNCTION CURRENT-DATE(1:14) TO FG-TIMESTAMP
            MOVE "D" TO FG-TIPO
            WRITE FGTSLED-RECORD
            IF WS-FGTSLED-STATUS NOT = "00"
                MOVE "FGTSLED" TO WS-ERR-ARQUIVO
                MOVE WS-FGTSLED-STATUS TO WS-ERR-STATUS
                MOVE "WRITE-FGTSLED" TO WS-ERR-PARAGRAFO
                PERFORM FINALIZA-ERRO-ARQUIVO
            END-IF
            CLOSE FGTSLED-FILE
        END-IF.

        ABRE-RELATORIO.
        OPEN EXTEND RELATO-FILE.
        IF WS-RELATO-STATUS = "35"
            OPEN OUTPUT RELATO-FILE
        END-IF.
        MOVE SPACES TO RELATO-LINHA.
        STRING "FOLHA COMPLEMENTAR - COMPETENCIA " WS-COMPETENCIA
            " OPERADOR " WS-OPERADOR
            " - " FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

        ENCERRA-RELATORIO.
        MOVE SPACES TO RELATO-LINHA.
        STRING "TOTAIS: PAGOS=" WS-QTD-PAGA
            " REJEITADOS=" WS-QTD-REJEITADA
            " BRUTO=" WS-TOT-BRUTO
            " INSS=" WS-TOT-INSS
            " IRRF=" WS-TOT-IRRF
            " LIQUIDO=" WS-TOT-PAGO
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        CLOSE RELATO-FILE.

        CARREGA-COMPMOV.
        MOVE ZERO TO WS-CX-COUNT WS-QTD-LIDA WS-QTD-PENDENTE.
        MOVE "N" TO WS-COMPMOV-EOF.
        OPEN INPUT COMPMOV-FILE.
        IF WS-COMPMOV-STATUS NOT = "00"
            DISPLAY "ERRO: COMPMOV.DAT indisponivel (status "
                WS-COMPMOV-STATUS ")"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM UNTIL COMPMOV-EOF
            READ COMPMOV-FILE
                AT END
                    MOVE "Y" TO WS-COMPMOV-EOF
                NOT AT END
                    IF WS-CX-COUNT >= WS-CX-MAXIMO
                        DISPLAY "ERRO: COMPMOV.DAT tem mais de "
                            WS-CX-MAXIMO " itens - folha"
                            " complementar recusada para nao perder"
                            " registros na regravacao"
                        CLOSE COMPMOV-FILE
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-CX-COUNT
                    MOVE COMPMOV-RECORD TO WS-CX-IMAGEM(WS-CX-COUNT)
                    MOVE "N" TO WS-CX-VISTO(WS-CX-COUNT)
                    IF CX-COMPETENCIA = WS-COMPETENCIA
                        ADD 1 TO WS-QTD-LIDA
                        IF CX-PENDENTE
                            ADD 1 TO WS-QTD-PENDENTE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE COMPMOV-FILE.

        REGRAVA-COMPMOV.
        OPEN OUTPUT COMPMOV-FILE.
        PERFORM VARYING WS-CX-IDX FROM 1 BY 1
            UNTIL WS-CX-IDX > WS-CX-COUNT
            MOVE WS-CX-IMAGEM(WS-CX-IDX) TO COMPMOV-RECORD
            WRITE COMPMOV-RECORD
        END-PERFORM.
        CLOSE COMPMOV-FILE.
        DISPLAY "ITENS PAGOS MARCADOS EM COMPMOV.DAT".

        CARREGA-BASE-ORIGINAL.
        MOVE ZERO TO WS-OR-COUNT.
        MOVE "N" TO WS-OR-OVERFLOW.
        MOVE "N" TO WS-AUDIT-EOF.
        OPEN INPUT AUDITLOG-FILE.
        IF WS-AUDITLOG-STATUS = "00"
            PERFORM UNTIL AUDIT-EOF
                READ AUDITLOG-FILE
                    AT END
                        MOVE "Y" TO WS-AUDIT-EOF
                    NOT AT END
                        IF AL-COMPETENCIA = WS-COMPETENCIA
                            AND (AL-NORMAL OR AL-COMPLEMENTAR
                                OR AL-ESTORNO)
                            PERFORM ACUMULA-BASE-ORIGINAL
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AUDITLOG-FILE
        END-IF.

        ACUMULA-BASE-ORIGINAL.
        MOVE AL-PRONTUARIO TO wspronturario.
        PERFORM LOCALIZA-BASE-ORIGINAL.
        IF WS-OR-ACHOU = ZERO
            IF WS-OR-COUNT >= WS-OR-MAXIMO
                MOVE "Y" TO WS-OR-OVERFLOW
            ELSE
                ADD 1 TO WS-OR-COUNT
                MOVE WS-OR-COUNT TO WS-OR-ACHOU
                MOVE AL-PRONTUARIO TO WS-OR-PRONTUARIO(WS-OR-ACHOU)
                MOVE ZERO TO WS-OR-BRUTO(WS-OR-ACHOU)
                    WS-OR-INSS(WS-OR-ACHOU)
                    WS-OR-IRRF(WS-OR-ACHOU)
                    WS-OR-QTD-FOLHA(WS-OR-ACHOU)
            END-IF
        END-IF.
        IF WS-OR-ACHOU > ZERO
            IF AL-ESTORNO
                MOVE AL-SALBRUTO TO WS-AUD-NUM
                SUBTRACT WS-AUD-NUM FROM WS-OR-BRUTO(WS-OR-ACHOU)
                MOVE AL-INSS TO WS-AUD-NUM
                SUBTRACT WS-AUD-NUM FROM WS-OR-INSS(WS-OR-ACHOU)
                MOVE AL-IRRF TO WS-AUD-NUM
                SUBTRACT WS-AUD-NUM FROM WS-OR-IRRF(WS-OR-ACHOU)
                SUBTRACT 1 FROM WS-OR-QTD-FOLHA(WS-OR-ACHOU)
            ELSE
                MOVE AL-SALBRUTO TO WS-AUD-NUM
                ADD WS-AUD-NUM TO WS-OR-BRUTO(WS-OR-ACHOU)
                MOVE AL-INSS TO WS-AUD-NUM
                ADD WS-AUD-NUM TO WS-OR-INSS(WS-OR-ACHOU)
                MOVE AL-IRRF TO WS-AUD-NUM
                ADD WS-AUD-NUM TO WS-OR-IRRF(WS-OR-ACHOU)
                IF AL-NORMAL
                    ADD 1 TO WS-OR-QTD-FOLHA(WS-OR-ACHOU)
                END-IF
            END-IF
        END-IF.

        LOCALIZA-BASE-ORIGINAL.
        MOVE ZERO TO WS-OR-ACHOU.
        PERFORM VARYING WS-OR-IDX FROM 1 BY 1
            UNTIL WS-OR-IDX > WS-OR-COUNT
            IF WS-OR-PRONTUARIO(WS-OR-IDX) = wspronturario
                MOVE WS-OR-IDX TO WS-OR-ACHOU
            END-IF
        END-PERFORM.

        LOAD-RUBRICA-TABLE.
        MOVE ZERO TO WS-RB-COUNT.
        MOVE "N" TO WS-RUBRICA-EOF.
        OPEN INPUT RUBRICA-FILE.
        IF WS-RUBRICA-STATUS = "00"
            PERFORM UNTIL RUBRICA-EOF
                READ RUBRICA-FILE
                    AT END
                        MOVE "Y" TO WS-RUBRICA-EOF
                    NOT AT END
                        IF WS-RB-COUNT >= WS-RB-MAXIMO
                            DISPLAY "AVISO: limite de " WS-RB-MAXIMO
                                " rubricas atingido, " RU-CODIGO
                                " ignorada"
                        ELSE
                            ADD 1 TO WS-RB-COUNT
                            MOVE RU-CODIGO
                                TO WS-RB-CODIGO(WS-RB-COUNT)
                            MOVE RU-DESCRICAO
                                TO WS-RB-DESCRICAO(WS-RB-COUNT)
                            MOVE RU-TIPO
                                TO WS-RB-TIPO(WS-RB-COUNT)
                            MOVE RU-BASE
                                TO WS-RB-BASE(WS-RB-COUNT)
                            MOVE RU-VALOR
                                TO WS-RB-VALOR(WS-RB-COUNT)
                            MOVE RU-PERCENTUAL
                                TO WS-RB-PERCENTUAL(WS-RB-COUNT)
                            MOVE RU-STATUS
                                TO WS-RB-SIT(WS-RB-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RUBRICA-FILE
        END-IF.

        LOAD-IRRF-TABLE.
        MOVE ZERO TO WS-IRRF-COUNT.
        MOVE "N" TO WS-IRRF-EOF.
        OPEN INPUT IRRFTAB-FILE.
        IF WS-IRRF-STATUS = "00"
            PERFORM UNTIL IRRF-EOF
                READ IRRFTAB-FILE
                    AT END
                        MOVE "Y" TO WS-IRRF-EOF
                    NOT AT END
                        ADD 1 TO WS-IRRF-COUNT
                        MOVE IR-DATA-VIGENCIA
                            TO WS-IRRF-DATA(WS-IRRF-COUNT)
                        MOVE IR-ALIQUOTA
                            TO WS-IRRF-ALIQ(WS-IRRF-COUNT)
                        MOVE IR-DEDUCAO
                            TO WS-IRRF-DEDUC(WS-IRRF-COUNT)
                END-READ
            END-PERFORM
            CLOSE IRRFTAB-FILE
        END-IF.

        SELECT-IRRF-RATE-COMPETENCIA.
        COMPUTE WS-DATA-ALVO = WS-COMPETENCIA * 100 + 31.
        MOVE ZERO TO WS-IRRF-BEST-DATA.
        MOVE ZERO TO WS-IRRF-ALIQUOTA-USE.
        MOVE ZERO TO WS-IRRF-DEDUCAO-USE.
        PERFORM VARYING WS-IRRF-IDX FROM 1 BY 1
            UNTIL WS-IRRF-IDX > WS-IRRF-COUNT
            IF WS-IRRF-DATA(WS-IRRF-IDX) <= WS-DATA-ALVO
                AND WS-IRRF-DATA(WS-IRRF-IDX) >= WS-IRRF-BEST-DATA
                MOVE WS-IRRF-DATA(WS-IRRF-IDX) TO WS-IRRF-BEST-DATA
                MOVE WS-IRRF-ALIQ(WS-IRRF-IDX) TO WS-IRRF-ALIQUOTA-USE
                MOVE WS-IRRF-DEDUC(WS-IRRF-IDX) TO WS-IRRF-DEDUCAO-USE
            END-IF
        END-PERFORM.

        LOAD-LEGAL-TABLE.
        MOVE ZERO TO WS-LEGAL-COUNT.
        MOVE "N" TO WS-LEGALTAB-EOF.
        OPEN INPUT LEGALTAB-FILE.
        IF WS-LEGALTAB-STATUS = "00"
            PERFORM UNTIL LEGALTAB-EOF
                READ LEGALTAB-FILE
                    AT END
                        MOVE "Y" TO WS-LEGALTAB-EOF
                    NOT AT END
                        IF WS-LEGAL-COUNT >= 20
                            DISPLAY "AVISO: limite de 20 vigencias de"
                                " parametros legais atingido, "
                                LP-DATA-VIGENCIA " ignorada"
                        ELSE
                            ADD 1 TO WS-LEGAL-COUNT
                            PERFORM ACUMULA-LEGAL-TABLE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LEGALTAB-FILE
        END-IF.

        ACUMULA-LEGAL-TABLE.
        MOVE LP-DATA-VIGENCIA TO WS-LEGAL-DATA(WS-LEGAL-COUNT).
        MOVE LP-DEDUCAO-DEPENDENTE
            TO WS-LEGAL-DEDUC-DEP(WS-LEGAL-COUNT).
        MOVE LP-ALIQ-FGTS TO WS-LEGAL-FGTS(WS-LEGAL-COUNT).
        PERFORM VARYING WS-LEGAL-FX-IDX FROM 1 BY 1
            UNTIL WS-LEGAL-FX-IDX > 4
            MOVE LP-INSS-LIMITE(WS-LEGAL-FX-IDX)
                TO WS-LEGAL-INSS-LIM(WS-LEGAL-COUNT, WS-LEGAL-FX-IDX)
            MOVE LP-INSS-ALIQUOTA(WS-LEGAL-FX-IDX)
                TO WS-LEGAL-INSS-ALQ(WS-LEGAL-COUNT, WS-LEGAL-FX-IDX)
        END-PERFORM.

        SELECT-LEGAL-RATE.
        COMPUTE WS-LEGAL-DATA-ALVO = WS-COMPETENCIA * 100 + 31.
        MOVE ZERO TO WS-LEGAL-BEST-DATA WS-LEGAL-BEST-IDX.
        PERFORM VARYING WS-LEGAL-IDX FROM 1 BY 1
            UNTIL WS-LEGAL-IDX > WS-LEGAL-COUNT
            IF WS-LEGAL-DATA(WS-LEGAL-IDX) <= WS-LEGAL-DATA-ALVO
                AND WS-LEGAL-DATA(WS-LEGAL-IDX) >= WS-LEGAL-BEST-DATA
                MOVE WS-LEGAL-DATA(WS-LEGAL-IDX)
                    TO WS-LEGAL-BEST-DATA
                MOVE WS-LEGAL-IDX TO WS-LEGAL-BEST-IDX
            END-IF
        END-PERFORM.
        IF WS-LEGAL-BEST-IDX > ZERO
            MOVE WS-LEGAL-DEDUC-DEP(WS-LEGAL-BEST-IDX)
                TO WS-DEDUC-DEPENDENTE-USE
            MOVE WS-LEGAL-FGTS(WS-LEGAL-BEST-IDX)
                TO WS-ALIQ-FGTS-USE
            PERFORM VARYING WS-LEGAL-FX-IDX FROM 1 BY 1
                UNTIL WS-LEGAL-FX-IDX > 4
                MOVE WS-LEGAL-INSS-LIM(WS-LEGAL-BEST-IDX,
                    WS-LEGAL-FX-IDX) TO INSS-LIMITE(WS-LEGAL-FX-IDX)
                MOVE WS-LEGAL-INSS-ALQ(WS-LEGAL-BEST-IDX,
                    WS-LEGAL-FX-IDX) TO INSS-ALIQUOTA(WS-LEGAL-FX-IDX)
            END-PERFORM
        END-IF.

        LOAD-PERIODO-TABLE.
        MOVE ZERO TO WS-PERIODO-COUNT.
        MOVE "N" TO WS-PERIODO-EOF.
        OPEN INPUT PERIODO-FILE.
        IF WS-PERIODO-STATUS = "00"
            PERFORM UNTIL PERIODO-EOF
                READ PERIODO-FILE
                    AT END
                        MOVE "Y" TO WS-PERIODO-EOF
                    NOT AT END
                        ADD 1 TO WS-PERIODO-COUNT
                        MOVE PD-COMPETENCIA
                            TO WS-PERIODO-COMP(WS-PERIODO-COUNT)
                        MOVE PD-STATUS
                            TO WS-PERIODO-SIT(WS-PERIODO-COUNT)
                END-READ
            END-PERFORM
            CLOSE PERIODO-FILE
        END-IF.

        VALIDA-COMPETENCIA.
        MOVE SPACE TO WS-COMPETENCIA-SIT.
        PERFORM VARYING WS-PERIODO-IDX FROM 1 BY 1
            UNTIL WS-PERIODO-IDX > WS-PERIODO-COUNT
            IF WS-PERIODO-COMP(WS-PERIODO-IDX) = WS-COMPETENCIA
                MOVE WS-PERIODO-SIT(WS-PERIODO-IDX)
                    TO WS-COMPETENCIA-SIT
            END-IF
        END-PERFORM.

        COPY "AUDCHAIN.cpy".

        COPY "RESFCAL.cpy".

        COPY "JOBJRN.cpy".

        COPY "SYSERR.cpy".

        COPY "SIGNON.cpy".

        COPY "CATEGCAL.cpy".

        COPY "VINCCAL.cpy".

        COPY "EMPHCAL.cpy".
