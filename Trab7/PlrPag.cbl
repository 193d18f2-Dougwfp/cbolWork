      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pagamento da participacao nos lucros e resultados
      *          (PLR) - le o arquivo de valores por prontuario,
      *          calcula o IRRF pela tabela exclusiva e anual da PLR
      *          sobre o total pago no ano (abatendo o IRRF ja retido
      *          na parcela anterior), sem INSS e sem FGTS, recusa o
      *          terceiro pagamento no mesmo ano e gera o razonete
      *          PLRLOG, a auditoria encadeada, o holerite, o NETPAY
      *          para a remessa bancaria e o acumulado anual de PLR
      *          do cadastro para o informe de rendimentos. O
      *          NETPAY sai na empresa em vigor na competencia
      *          (EMPHIST.DAT), como o da folha mensal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. PLRPAG.

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

            SELECT PLRMOV-FILE ASSIGN TO "data/PLRMOV.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PLRMOV-STATUS.

            SELECT PLRIRTAB-FILE ASSIGN TO "data/PLRIRTAB.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PLRIRTAB-STATUS.

            SELECT PLRLOG-FILE ASSIGN TO "data/PLRLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PLRLOG-STATUS.

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

            SELECT RELATO-FILE ASSIGN TO "data/PLRREL.PRT"
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

        DATA DIVISION.
        FILE SECTION.
        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  PLRMOV-FILE.
        COPY "PLRMOV.cpy".

        FD  PLRIRTAB-FILE.
        COPY "PLRIRTAB.cpy".

        FD  PLRLOG-FILE.
        COPY "PLRLOG.cpy".

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

        FD  RELATO-FILE.
        01 RELATO-LINHA PIC X(120).

        FD  JOBJRNL-FILE.
        COPY "JOBJRNL.cpy".

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".

        FD  SYSLOG-FILE.
        COPY "SYSLOG.cpy".

        FD  EMPHIST-FILE.
        COPY "EMPHIST.cpy".

        WORKING-STORAGE SECTION.
        COPY "PERIODWS.cpy".
        COPY "SIGNONWS.cpy".
        COPY "SYSERRWS.cpy".
        COPY "AUDCHNWS.cpy".
        COPY "RESFWS.cpy".
        COPY "EMPHWS.cpy".
        COPY "JOBJRNWS.cpy".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-PLRMOV-STATUS PIC XX VALUE "00".
        77 WS-PLRIRTAB-STATUS PIC XX VALUE "00".
        77 WS-PLRLOG-STATUS PIC XX VALUE "00".
        77 WS-AUDITLOG-STATUS PIC XX VALUE "00".
        77 WS-PAYSLIP-STATUS PIC XX VALUE "00".
        77 WS-NETPAY-STATUS PIC XX VALUE "00".
        77 WS-RELATO-STATUS PIC XX VALUE "00".
        77 WS-PLRMOV-EOF PIC X VALUE "N".
            88 PLRMOV-EOF VALUE "Y".
        77 WS-PLRIRTAB-EOF PIC X VALUE "N".
            88 PLRIRTAB-EOF VALUE "Y".
        77 WS-PLRLOG-EOF PIC X VALUE "N".
            88 PLRLOG-EOF VALUE "Y".
        77 WS-OPERADOR PIC X(08) VALUE SPACES.
        77 wspronturario PIC X(08) VALUE SPACES.
        77 WS-ANO-PLR PIC 9(04) VALUE ZERO.
        77 WS-DATA-ALVO PIC 9(08) VALUE ZERO.
        77 WS-MOTIVO PIC X(50) VALUE SPACES.
        77 WS-REJEITADO PIC X VALUE "N".
            88 REJEITADO VALUE "Y".
        77 wsSalBruto PIC 9(05)V99 VALUE ZERO.
        77 wsDiscIR PIC 9(05)V99 VALUE ZERO.
        77 wsSalLiquid PIC 9(05)V99 VALUE ZERO.
        77 WS-BASE-ANO PIC 9(07)V99 VALUE ZERO.
        77 WS-IR-ANO PIC S9(07)V99 VALUE ZERO.
        77 WS-IR-PARCELA PIC S9(07)V99 VALUE ZERO.
        77 WS-PARCELA PIC 9(01) VALUE ZERO.
        77 WS-QTD-LIDA PIC 9(05) VALUE ZERO.
        77 WS-QTD-PAGA PIC 9(05) VALUE ZERO.
        77 WS-QTD-REJEITADA PIC 9(05) VALUE ZERO.
        77 WS-TOT-BRUTO PIC 9(09)V99 VALUE ZERO.
        77 WS-TOT-IRRF PIC 9(09)V99 VALUE ZERO.
        77 WS-TOT-PAGO PIC 9(09)V99 VALUE ZERO.
        77 WS-VALOR-EDIT PIC Z.ZZZ.ZZ9,99 VALUE ZERO.
        77 WS-IRRF-EDIT PIC Z.ZZZ.ZZ9,99 VALUE ZERO.
        77 WS-LIQ-EDIT PIC Z.ZZZ.ZZ9,99 VALUE ZERO.
        01 wsnome PIC X(20) VALUE SPACES.
        01 wssobrenome PIC X(30) VALUE SPACES.
      * tabela exclusiva de IRRF da PLR (PLRIRTAB.cpy) e a vigencia
      * selecionada para a competencia do pagamento
        77 WS-PT-COUNT PIC 9(03) VALUE ZERO.
        77 WS-PT-IDX PIC 9(03) VALUE ZERO.
        77 WS-PT-FX PIC 9(01) VALUE ZERO.
        77 WS-PT-MAXIMO PIC 9(03) VALUE 20.
        77 WS-PT-BEST-DATA PIC 9(08) VALUE ZERO.
        77 WS-PT-BEST-IDX PIC 9(03) VALUE ZERO.
        77 WS-PT-FAIXA-USE PIC 9(01) VALUE ZERO.
        01 WS-PT-TAB.
            05 WS-PT-ENTRY OCCURS 20 TIMES.
                10 WS-PT-DATA PIC 9(08).
                10 WS-PT-FAIXA OCCURS 5 TIMES.
                    15 WS-PT-LIM PIC 9(07)V99.
                    15 WS-PT-ALQ PIC 9V9999.
                    15 WS-PT-DED PIC 9(07)V99.
      * PLR ja paga no ano por prontuario (PLRLOG.DAT)
        77 WS-PL-COUNT PIC 9(04) VALUE ZERO.
        77 WS-PL-IDX PIC 9(04) VALUE ZERO.
        77 WS-PL-ACHOU PIC 9(04) VALUE ZERO.
        77 WS-PL-MAXIMO PIC 9(04) VALUE 5000.
        77 WS-PL-OVERFLOW PIC X VALUE "N".
            88 PL-OVERFLOW VALUE "Y".
        01 WS-PL-TAB.
            05 WS-PL-ENTRY OCCURS 5000 TIMES.
                10 WS-PL-PRONTUARIO PIC X(08).
                10 WS-PL-QTD PIC 9(01).
                10 WS-PL-ULT-COMP PIC 9(06).
                10 WS-PL-VALOR-ANO PIC 9(07)V99.
                10 WS-PL-IRRF-ANO PIC 9(07)V99.

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE "PLRPAG" TO WS-ERR-PROGRAMA.
        MOVE 3 TO WS-NIVEL-EXIGIDO.
        PERFORM EFETUA-SIGNON.
        MOVE WS-SIGNON-OPERADOR TO WS-OPERADOR.
        PERFORM LOAD-PERIODO-TABLE.

        DISPLAY "Digite a competencia do pagamento da PLR (AAAAMM): "
            NO ADVANCING.
        ACCEPT WS-COMPETENCIA.
        PERFORM VALIDA-COMPETENCIA.
        IF NOT COMPETENCIA-ABERTA
            DISPLAY "COMPETENCIA NAO ABERTA OU JA FECHADA: "
                WS-COMPETENCIA
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        DIVIDE WS-COMPETENCIA BY 100 GIVING WS-ANO-PLR.

        PERFORM LOAD-PLRIR-TABLE.
        PERFORM SELECT-PLRIR-RATE.
        IF WS-PT-BEST-IDX = ZERO
            DISPLAY "ERRO: nenhuma vigencia da tabela de IRRF da PLR"
                " em vigor na competencia " WS-COMPETENCIA
                " - cadastre-a no MANUTPLR"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM CARREGA-HISTORICO-EMPRESA.
        PERFORM CARREGA-PLRLOG.
        IF PL-OVERFLOW
            DISPLAY "ERRO: PLRLOG.DAT tem mais de " WS-PL-MAXIMO
                " prontuarios pagos no ano " WS-ANO-PLR
                " - pagamento recusado para nao deixar de abater"
                " parcelas anteriores"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        MOVE "PLRPAG" TO WS-JJ-PROGRAMA.
        MOVE "I" TO WS-JJ-EVENTO.
        MOVE WS-COMPETENCIA TO WS-JJ-COMPETENCIA.
        PERFORM GRAVA-JOBJRNL.

        OPEN INPUT PLRMOV-FILE.
        IF WS-PLRMOV-STATUS NOT = "00"
            DISPLAY "ERRO: PLRMOV.DAT indisponivel (status "
                WS-PLRMOV-STATUS ")"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        OPEN I-O EMPMAST-FILE WITH LOCK.
        IF WS-EMPMAST-STATUS NOT = "00"
            IF WS-EMPMAST-STATUS = "93" OR WS-EMPMAST-STATUS = "94"
                DISPLAY "ARQUIVO EM USO PELO LOTE - TENTE NOVAMENTE"
                    " APOS O FECHAMENTO DO PROCESSAMENTO"
            END-IF
            DISPLAY "ERRO: cadastro de funcionarios indisponivel"
                " (status " WS-EMPMAST-STATUS ")"
            CLOSE PLRMOV-FILE
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        PERFORM ABRE-RELATORIO.
        PERFORM UNTIL PLRMOV-EOF
            READ PLRMOV-FILE
                AT END
                    MOVE "Y" TO WS-PLRMOV-EOF
                NOT AT END
                    ADD 1 TO WS-QTD-LIDA
                    PERFORM PROCESSA-PLR
            END-READ
        END-PERFORM.
        PERFORM ENCERRA-RELATORIO.
        CLOSE EMPMAST-FILE.
        CLOSE PLRMOV-FILE.

        IF WS-QTD-REJEITADA > ZERO
            MOVE 8 TO RETURN-CODE
        END-IF.
        DISPLAY " ".
        DISPLAY "PAGAMENTO DE PLR - COMPETENCIA " WS-COMPETENCIA
            " TABELA DE " WS-PT-BEST-DATA.
        DISPLAY "REGISTROS LIDOS:     " WS-QTD-LIDA.
        DISPLAY "PAGAMENTOS GERADOS:  " WS-QTD-PAGA.
        DISPLAY "REJEITADOS:          " WS-QTD-REJEITADA.
        DISPLAY "TOTAL BRUTO PLR:     " WS-TOT-BRUTO.
        DISPLAY "TOTAL IRRF PLR:      " WS-TOT-IRRF.
        DISPLAY "TOTAL LIQUIDO PAGO:  " WS-TOT-PAGO.
        DISPLAY "RELATORIO EM data/PLRREL.PRT".
        MOVE "F" TO WS-JJ-EVENTO.
        MOVE WS-QTD-LIDA TO WS-JJ-QTD-LIDA.
        MOVE WS-QTD-PAGA TO WS-JJ-QTD-PROCESSADA.
        MOVE WS-QTD-REJEITADA TO WS-JJ-QTD-REJEITADA.
        MOVE WS-TOT-BRUTO TO WS-JJ-TOTAL-CONTROLE.
        MOVE RETURN-CODE TO WS-JJ-RETORNO.
        PERFORM GRAVA-JOBJRNL.
        STOP RUN.

        PROCESSA-PLR.
        MOVE PM-PRONTUARIO TO wspronturario.
        MOVE "N" TO WS-REJEITADO.
        MOVE SPACES TO WS-MOTIVO.
        IF PM-VALOR NOT NUMERIC OR PM-VALOR = ZERO
            MOVE "Y" TO WS-REJEITADO
            MOVE "VALOR DA PLR INVALIDO" TO WS-MOTIVO
        END-IF.
        IF NOT REJEITADO
            MOVE wspronturario TO EM-PRONTUARIO
            READ EMPMAST-FILE
                INVALID KEY
                    MOVE "Y" TO WS-REJEITADO
                    MOVE "PRONTUARIO NAO CADASTRADO" TO WS-MOTIVO
            END-READ
        END-IF.
        IF NOT REJEITADO
            PERFORM LOCALIZA-PLR-ANO
            IF WS-PL-ACHOU > ZERO
                IF WS-PL-QTD(WS-PL-ACHOU) >= 2
                    MOVE "Y" TO WS-REJEITADO
                    MOVE "TERCEIRO PAGAMENTO DE PLR NO ANO RECUSADO"
                        TO WS-MOTIVO
                ELSE
                    IF WS-PL-ULT-COMP(WS-PL-ACHOU) = WS-COMPETENCIA
                        MOVE "Y" TO WS-REJEITADO
                        MOVE "PLR JA PAGA NESTA COMPETENCIA"
                            TO WS-MOTIVO
                    END-IF
                END-IF
            ELSE
                IF WS-PL-COUNT >= WS-PL-MAXIMO
                    MOVE "Y" TO WS-REJEITADO
                    MOVE "LIMITE DA TABELA DE PLR DO ANO ATINGIDO"
                        TO WS-MOTIVO
                END-IF
            END-IF
        END-IF.
        IF REJEITADO
            PERFORM REJEITA-PLR
        ELSE
            PERFORM CALCULA-E-PAGA
        END-IF.

        REJEITA-PLR.
        ADD 1 TO WS-QTD-REJEITADA.
        DISPLAY wspronturario " REJEITADO: " WS-MOTIVO.
        MOVE SPACES TO RELATO-LINHA.
        STRING wspronturario " REJEITADO: " WS-MOTIVO
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

      * a PLR e tributada exclusivamente na fonte, de forma anual:
      * o IRRF e calculado sobre toda a PLR paga no ano (parcela
      * anterior mais esta) e o ja retido na parcela anterior e
      * abatido; nao ha INSS, FGTS nem deducao por dependente
        CALCULA-E-PAGA.
        IF EM-INATIVO
            DISPLAY wspronturario " AVISO: funcionario desligado -"
                " PLR paga ao ex-empregado"
        END-IF.
        MOVE EM-NOME TO wsnome.
        MOVE EM-SOBRENOME TO wssobrenome.
        MOVE PM-VALOR TO wsSalBruto.
        IF WS-PL-ACHOU = ZERO
            ADD 1 TO WS-PL-COUNT
            MOVE WS-PL-COUNT TO WS-PL-ACHOU
            MOVE wspronturario TO WS-PL-PRONTUARIO(WS-PL-ACHOU)
            MOVE ZERO TO WS-PL-QTD(WS-PL-ACHOU)
                WS-PL-ULT-COMP(WS-PL-ACHOU)
                WS-PL-VALOR-ANO(WS-PL-ACHOU)
                WS-PL-IRRF-ANO(WS-PL-ACHOU)
        END-IF.
        COMPUTE WS-BASE-ANO = WS-PL-VALOR-ANO(WS-PL-ACHOU)
            + wsSalBruto.
        MOVE 5 TO WS-PT-FAIXA-USE.
        PERFORM VARYING WS-PT-FX FROM 4 BY -1 UNTIL WS-PT-FX < 1
            IF WS-BASE-ANO <= WS-PT-LIM(WS-PT-BEST-IDX, WS-PT-FX)
                MOVE WS-PT-FX TO WS-PT-FAIXA-USE
            END-IF
        END-PERFORM.
        COMPUTE WS-IR-ANO ROUNDED = WS-BASE-ANO
            * WS-PT-ALQ(WS-PT-BEST-IDX, WS-PT-FAIXA-USE)
            - WS-PT-DED(WS-PT-BEST-IDX, WS-PT-FAIXA-USE).
        IF WS-IR-ANO < ZERO
            MOVE ZERO TO WS-IR-ANO
        END-IF.
        COMPUTE WS-IR-PARCELA = WS-IR-ANO
            - WS-PL-IRRF-ANO(WS-PL-ACHOU).
        IF WS-IR-PARCELA < ZERO
            MOVE ZERO TO WS-IR-PARCELA
        END-IF.
        IF WS-IR-PARCELA > wsSalBruto
            MOVE wsSalBruto TO WS-IR-PARCELA
        END-IF.
        MOVE WS-IR-PARCELA TO wsDiscIR.
        SUBTRACT wsDiscIR FROM wsSalBruto GIVING wsSalLiquid.
        ADD 1 TO WS-PL-QTD(WS-PL-ACHOU).
        MOVE WS-PL-QTD(WS-PL-ACHOU) TO WS-PARCELA.
        MOVE WS-COMPETENCIA TO WS-PL-ULT-COMP(WS-PL-ACHOU).
        ADD wsSalBruto TO WS-PL-VALOR-ANO(WS-PL-ACHOU).
        ADD wsDiscIR TO WS-PL-IRRF-ANO(WS-PL-ACHOU).

        PERFORM WRITE-PLRLOG.
        PERFORM WRITE-AUDITLOG.
        PERFORM WRITE-PAYSLIP.
        PERFORM WRITE-NETPAY.
        PERFORM ATUALIZA-YTD-PLR.

        ADD 1 TO WS-QTD-PAGA.
        ADD wsSalBruto TO WS-TOT-BRUTO.
        ADD wsDiscIR TO WS-TOT-IRRF.
        ADD wsSalLiquid TO WS-TOT-PAGO.
        DISPLAY wspronturario " PLR PARCELA " WS-PARCELA
            ": BRUTO=" wsSalBruto " BASE ANO=" WS-BASE-ANO
            " IRRF=" wsDiscIR " LIQUIDO=" wsSalLiquid.
        MOVE wsSalBruto TO WS-VALOR-EDIT.
        MOVE wsDiscIR TO WS-IRRF-EDIT.
        MOVE wsSalLiquid TO WS-LIQ-EDIT.
        MOVE SPACES TO RELATO-LINHA.
        STRING wspronturario " " wsnome " PARCELA " WS-PARCELA
            " FAIXA " WS-PT-FAIXA-USE
            " BRUTO " WS-VALOR-EDIT " IRRF " WS-IRRF-EDIT
            " LIQUIDO " WS-LIQ-EDIT
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

        ATUALIZA-YTD-PLR.
        ADD wsSalBruto TO EM-YTD-PLR.
        REWRITE EMPMAST-RECORD
            INVALID KEY
                DISPLAY "ERRO: falha ao atualizar PLR acumulada de "
                    wspronturario
        END-REWRITE.

        WRITE-PLRLOG.
        OPEN EXTEND PLRLOG-FILE.
        IF WS-PLRLOG-STATUS = "35"
            OPEN OUTPUT PLRLOG-FILE
        END-IF.
        MOVE SPACES TO PLRLOG-RECORD.
        MOVE wspronturario TO PL-PRONTUARIO.
        MOVE WS-ANO-PLR TO PL-ANO.
        MOVE WS-PARCELA TO PL-PARCELA.
        MOVE WS-COMPETENCIA TO PL-COMPETENCIA.
        MOVE wsSalBruto TO PL-VALOR.
        MOVE WS-BASE-ANO TO PL-BASE-ANO.
        MOVE wsDiscIR TO PL-IRRF.
        MOVE wsSalLiquid TO PL-LIQUIDO.
        MOVE WS-OPERADOR TO PL-OPERADOR.
        MOVE FUNCTION CURRENT-DATE(1:14) TO PL-TIMESTAMP.
        WRITE PLRLOG-RECORD.
        IF WS-PLRLOG-STATUS NOT = "00"
            MOVE "PLRLOG" TO WS-ERR-ARQUIVO
            MOVE WS-PLRLOG-STATUS TO WS-ERR-STATUS
            MOVE "WRITE-PLRLOG" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        CLOSE PLRLOG-FILE.

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
        MOVE ZERO TO AL-INSS.
        MOVE wsDiscIR TO AL-IRRF.
        MOVE wsSalLiquid TO AL-SALLIQUIDO.
        MOVE WS-COMPETENCIA TO AL-COMPETENCIA.
        MOVE ZERO TO AL-FGTS.
        MOVE "P" TO AL-TIPO.
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
        MOVE ZERO TO PS-INSS.
        MOVE wsDiscIR TO PS-IRRF.
        MOVE ZERO TO PS-FGTS.
        MOVE wsSalLiquid TO PS-SALLIQUIDO.
        MOVE WS-COMPETENCIA TO PS-COMPETENCIA.
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
        MOVE "P" TO NP-TIPO.
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

        ABRE-RELATORIO.
        OPEN EXTEND RELATO-FILE.
        IF WS-RELATO-STATUS = "35"
            OPEN OUTPUT RELATO-FILE
        END-IF.
        MOVE SPACES TO RELATO-LINHA.
        STRING "PAGAMENTO DE PLR - COMPETENCIA " WS-COMPETENCIA
            " TABELA EXCLUSIVA DE " WS-PT-BEST-DATA
            " - " FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

        ENCERRA-RELATORIO.
        MOVE SPACES TO RELATO-LINHA.
        STRING "TOTAIS: LIDOS=" WS-QTD-LIDA
            " PAGOS=" WS-QTD-PAGA
            " REJEITADOS=" WS-QTD-REJEITADA
            " BRUTO=" WS-TOT-BRUTO
            " IRRF=" WS-TOT-IRRF
            " LIQUIDO=" WS-TOT-PAGO
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        CLOSE RELATO-FILE.

        LOCALIZA-PLR-ANO.
        MOVE ZERO TO WS-PL-ACHOU.
        PERFORM VARYING WS-PL-IDX FROM 1 BY 1
            UNTIL WS-PL-IDX > WS-PL-COUNT
            IF WS-PL-PRONTUARIO(WS-PL-IDX) = wspronturario
                MOVE WS-PL-IDX TO WS-PL-ACHOU
            END-IF
        END-PERFORM.

        CARREGA-PLRLOG.
        MOVE ZERO TO WS-PL-COUNT.
        MOVE "N" TO WS-PL-OVERFLOW.
        MOVE "N" TO WS-PLRLOG-EOF.
        OPEN INPUT PLRLOG-FILE.
        IF WS-PLRLOG-STATUS = "00"
            PERFORM UNTIL PLRLOG-EOF
                READ PLRLOG-FILE
                    AT END
                        MOVE "Y" TO WS-PLRLOG-EOF
                    NOT AT END
                        IF PL-ANO = WS-ANO-PLR
                            PERFORM ACUMULA-PLRLOG
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PLRLOG-FILE
        END-IF.

        ACUMULA-PLRLOG.
        MOVE PL-PRONTUARIO TO wspronturario.
        PERFORM LOCALIZA-PLR-ANO.
        IF WS-PL-ACHOU = ZERO
            IF WS-PL-COUNT >= WS-PL-MAXIMO
                MOVE "Y" TO WS-PL-OVERFLOW
            ELSE
                ADD 1 TO WS-PL-COUNT
                MOVE WS-PL-COUNT TO WS-PL-ACHOU
                MOVE PL-PRONTUARIO TO WS-PL-PRONTUARIO(WS-PL-ACHOU)
                MOVE ZERO TO WS-PL-QTD(WS-PL-ACHOU)
                    WS-PL-ULT-COMP(WS-PL-ACHOU)
                    WS-PL-VALOR-ANO(WS-PL-ACHOU)
                    WS-PL-IRRF-ANO(WS-PL-ACHOU)
            END-IF
        END-IF.
        IF WS-PL-ACHOU > ZERO
            ADD 1 TO WS-PL-QTD(WS-PL-ACHOU)
            ADD PL-VALOR TO WS-PL-VALOR-ANO(WS-PL-ACHOU)
            ADD PL-IRRF TO WS-PL-IRRF-ANO(WS-PL-ACHOU)
            IF PL-COMPETENCIA > WS-PL-ULT-COMP(WS-PL-ACHOU)
                MOVE PL-COMPETENCIA TO WS-PL-ULT-COMP(WS-PL-ACHOU)
            END-IF
        END-IF.

        LOAD-PLRIR-TABLE.
        MOVE ZERO TO WS-PT-COUNT.
        MOVE "N" TO WS-PLRIRTAB-EOF.
        OPEN INPUT PLRIRTAB-FILE.
        IF WS-PLRIRTAB-STATUS = "00"
            PERFORM UNTIL PLRIRTAB-EOF
                READ PLRIRTAB-FILE
                    AT END
                        MOVE "Y" TO WS-PLRIRTAB-EOF
                    NOT AT END
                        IF WS-PT-COUNT >= WS-PT-MAXIMO
                            DISPLAY "AVISO: limite de " WS-PT-MAXIMO
                                " vigencias da tabela da PLR atingido, "
                                PT-DATA-VIGENCIA " ignorada"
                        ELSE
                            ADD 1 TO WS-PT-COUNT
                            PERFORM ACUMULA-PLRIR-TABLE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PLRIRTAB-FILE
        END-IF.

        ACUMULA-PLRIR-TABLE.
        MOVE PT-DATA-VIGENCIA TO WS-PT-DATA(WS-PT-COUNT).
        PERFORM VARYING WS-PT-FX FROM 1 BY 1 UNTIL WS-PT-FX > 5
            MOVE PT-LIMITE(WS-PT-FX)
                TO WS-PT-LIM(WS-PT-COUNT, WS-PT-FX)
            MOVE PT-ALIQUOTA(WS-PT-FX)
                TO WS-PT-ALQ(WS-PT-COUNT, WS-PT-FX)
            MOVE PT-DEDUCAO(WS-PT-FX)
                TO WS-PT-DED(WS-PT-COUNT, WS-PT-FX)
        END-PERFORM.

        SELECT-PLRIR-RATE.
        COMPUTE WS-DATA-ALVO = WS-COMPETENCIA * 100 + 31.
        MOVE ZERO TO WS-PT-BEST-DATA WS-PT-BEST-IDX.
        PERFORM VARYING WS-PT-IDX FROM 1 BY 1
            UNTIL WS-PT-IDX > WS-PT-COUNT
            IF WS-PT-DATA(WS-PT-IDX) <= WS-DATA-ALVO
                AND WS-PT-DATA(WS-PT-IDX) >= WS-PT-BEST-DATA
                MOVE WS-PT-DATA(WS-PT-IDX) TO WS-PT-BEST-DATA
                MOVE WS-PT-IDX TO WS-PT-BEST-IDX
            END-IF
        END-PERFORM.

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

        COPY "EMPHCAL.cpy".

        COPY "JOBJRN.cpy".

        COPY "SYSERR.cpy".

        COPY "SIGNON.cpy".
