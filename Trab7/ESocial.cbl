      ******************************************************************
      * Author:
      * Date:
      * Purpose: Extrato dos eventos periodicos do eSocial por
      *          competencia - S-1200 (remuneracao por trabalhador,
      *          discriminada por rubrica), S-1210 (um pagamento por
      *          credito liquidado no REMSTAT.DAT) e S-1299
      *          (fechamento por CNPJ, amarrado ao trailer do lote
      *          do TRAB1) - com controle de transmissao: o recibo
      *          devolvido pelo portal fica em ESOCCTL.DAT e um
      *          evento corrigido sai como retificacao, nunca como
      *          um segundo original.
      *          O empregado transferido entre empresas do grupo sai
      *          no CNPJ em vigor na competencia (EMPHIST.DAT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. ESOCIAL.

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
            FILE STATUS IS WS-EMPMAST-STATUS.

            SELECT AUDITLOG-FILE ASSIGN TO "data/AUDITLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDITLOG-STATUS.

            SELECT EMPRESA-FILE ASSIGN TO "data/EMPRESA.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EMPRESA-STATUS.

            SELECT RUBRICA-FILE ASSIGN TO "data/RUBRICA.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUBRICA-STATUS.

            SELECT RUBMOV-FILE ASSIGN TO "data/RUBMOV.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUBMOV-STATUS.

            SELECT NETPAY-FILE ASSIGN TO "data/NETPAY.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NETPAY-STATUS.

            SELECT REMSTAT-FILE ASSIGN TO "data/REMSTAT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REMSTAT-STATUS.

            SELECT STAGECTL-FILE ASSIGN TO "data/STAGECTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STAGECTL-STATUS.

            SELECT ESOCCTL-FILE ASSIGN TO "data/ESOCCTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ESOCCTL-STATUS.

            SELECT ESOCRET-FILE ASSIGN TO "data/ESOCRET.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ESOCRET-STATUS.

            SELECT ESOCIAL-FILE ASSIGN TO "data/ESOCIAL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ESOCIAL-STATUS.

            SELECT JOBJRNL-FILE ASSIGN TO "data/JOBJRNL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOBJRNL-STATUS.

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

        FD  AUDITLOG-FILE.
        COPY "AUDITLOG.cpy".

        FD  EMPRESA-FILE.
        COPY "EMPRESA.cpy".

        FD  RUBRICA-FILE.
        COPY "RUBRICA.cpy".

        FD  RUBMOV-FILE.
        COPY "RUBMOV.cpy".

        FD  NETPAY-FILE.
        COPY "NETPAY.cpy".

        FD  REMSTAT-FILE.
        COPY "REMSTAT.cpy".

        FD  STAGECTL-FILE.
        COPY "STAGECTL.cpy".

        FD  ESOCCTL-FILE.
        COPY "ESOCCTL.cpy".

        FD  ESOCRET-FILE.
        COPY "ESOCRET.cpy".

        FD  ESOCIAL-FILE.
        COPY "ESOCIAL.cpy".

        FD  JOBJRNL-FILE.
        COPY "JOBJRNL.cpy".

        FD  VINCEXT-FILE.
        COPY "VINCEXT.cpy".

        FD  EMPHIST-FILE.
        COPY "EMPHIST.cpy".

        WORKING-STORAGE SECTION.
        COPY "JOBJRNWS.cpy".
        COPY "INSSTAB.cpy".
        COPY "VINCWS.cpy".
        COPY "EMPHWS.cpy".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-AUDITLOG-STATUS PIC XX VALUE "00".
        77 WS-EMPRESA-STATUS PIC XX VALUE "00".
        77 WS-RUBRICA-STATUS PIC XX VALUE "00".
        77 WS-RUBMOV-STATUS PIC XX VALUE "00".
        77 WS-NETPAY-STATUS PIC XX VALUE "00".
        77 WS-REMSTAT-STATUS PIC XX VALUE "00".
        77 WS-STAGECTL-STATUS PIC XX VALUE "00".
        77 WS-ESOCCTL-STATUS PIC XX VALUE "00".
        77 WS-ESOCRET-STATUS PIC XX VALUE "00".
        77 WS-ESOCIAL-STATUS PIC XX VALUE "00".
        77 WS-AUDIT-EOF PIC X VALUE "N".
            88 AUDIT-EOF VALUE "Y".
        77 WS-EMPRESA-EOF PIC X VALUE "N".
            88 EMPRESA-EOF VALUE "Y".
        77 WS-RUBRICA-EOF PIC X VALUE "N".
            88 RUBRICA-EOF VALUE "Y".
        77 WS-RUBMOV-EOF PIC X VALUE "N".
            88 RUBMOV-EOF VALUE "Y".
        77 WS-NETPAY-EOF PIC X VALUE "N".
            88 NETPAY-EOF VALUE "Y".
        77 WS-REMSTAT-EOF PIC X VALUE "N".
            88 REMSTAT-EOF VALUE "Y".
        77 WS-ESOCCTL-EOF PIC X VALUE "N".
            88 ESOCCTL-EOF VALUE "Y".
        77 WS-ESOCRET-EOF PIC X VALUE "N".
            88 ESOCRET-EOF VALUE "Y".
        77 WS-EMPMAST-DISPONIVEL PIC X VALUE "N".
            88 EMPMAST-DISPONIVEL VALUE "Y".
        77 WS-OPCAO PIC 9 VALUE ZERO.
        77 WS-COMPETENCIA PIC 9(06) VALUE ZERO.
        77 WS-EMPRESA-FILTRO PIC 9(02) VALUE ZERO.
        77 WS-EMPRESA-EMPREGADO PIC 9(02) VALUE ZERO.
        77 WS-QTD-OUTRA-EMPRESA PIC 9(05) VALUE ZERO.
        77 WS-CPF-EMPREGADO PIC X(11) VALUE SPACES.
        77 WS-PIS-EMPREGADO PIC X(11) VALUE SPACES.
        77 WS-SINAL PIC S9(01) VALUE +1.
        77 WS-ORIGEM PIC X(01) VALUE SPACE.
        77 WS-BRUTO-NUM PIC 9(07)V99 VALUE ZERO.
        77 WS-INSS-NUM PIC 9(07)V99 VALUE ZERO.
        77 WS-IRRF-NUM PIC 9(07)V99 VALUE ZERO.
        77 WS-LIQUIDO-NUM PIC 9(07)V99 VALUE ZERO.
        77 WS-FGTS-NUM PIC 9(07)V99 VALUE ZERO.
        77 WS-NOTURNO-NUM PIC 9(07)V99 VALUE ZERO.
        77 WS-FALTAS-NUM PIC 9(07)V99 VALUE ZERO.
        77 WS-RUBP-NUM PIC 9(07)V99 VALUE ZERO.
        77 WS-RUBD-NUM PIC 9(07)V99 VALUE ZERO.
        77 WS-ACERTO-NUM PIC S9(07)V99 VALUE ZERO.
        77 WS-VALE-TRANSP-NUM PIC 9(07)V99 VALUE ZERO.
        77 WS-VALE-REFEICAO-NUM PIC 9(07)V99 VALUE ZERO.
        77 WS-PLANO-SAUDE-NUM PIC 9(07)V99 VALUE ZERO.
        77 WS-MATERNIDADE-NUM PIC 9(07)V99 VALUE ZERO.
        77 WS-COMISSAO-NUM PIC 9(07)V99 VALUE ZERO.
        77 WS-DSR-COMISSAO-NUM PIC 9(07)V99 VALUE ZERO.
        77 WS-INSALUBRIDADE-NUM PIC 9(07)V99 VALUE ZERO.
        77 WS-PERICULOSIDADE-NUM PIC 9(07)V99 VALUE ZERO.
        77 WS-DISSIDIO-NUM PIC 9(07)V99 VALUE ZERO.
        77 WS-NUM-AUX PIC 9(07)V99 VALUE ZERO.
        77 WS-VALOR-ITEM PIC S9(09)V99 VALUE ZERO.
        77 WS-RUB-VALOR PIC 9(07)V99 VALUE ZERO.
        77 WS-ITEM-RUBRICA PIC X(04) VALUE SPACES.
        77 WS-ITEM-DESCRICAO PIC X(20) VALUE SPACES.
        77 WS-ITEM-NATUREZA PIC X(01) VALUE SPACE.
      * tabela de trabalhadores da competencia (uma linha por
      * prontuario, ja liquida dos estornos)
        77 WS-TR-COUNT PIC 9(03) VALUE ZERO.
        77 WS-TR-IDX PIC 9(03) VALUE ZERO.
        77 WS-TR-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-TR-MAXIMO PIC 9(03) VALUE 500.
        01 WS-TR-TAB.
            05 WS-TR-ENTRY OCCURS 500 TIMES.
                10 WS-TR-PRONTUARIO PIC X(08).
                10 WS-TR-BRUTO PIC S9(09)V99.
                10 WS-TR-INSS PIC S9(09)V99.
                10 WS-TR-IRRF PIC S9(09)V99.
                10 WS-TR-FGTS PIC S9(09)V99.
                10 WS-TR-LIQUIDO PIC S9(09)V99.
                10 WS-TR-QTD-FOLHA PIC S9(03).
                10 WS-TR-LIQ-FOLHA PIC S9(09)V99.
      * itens do S-1200 por prontuario + rubrica + origem
        77 WS-IT-COUNT PIC 9(04) VALUE ZERO.
        77 WS-IT-IDX PIC 9(04) VALUE ZERO.
        77 WS-IT-ACHOU PIC 9(04) VALUE ZERO.
        77 WS-IT-MAXIMO PIC 9(04) VALUE 6000.
        01 WS-IT-TAB.
            05 WS-IT-ENTRY OCCURS 6000 TIMES.
                10 WS-IT-PRONTUARIO PIC X(08).
                10 WS-IT-RUBRICA PIC X(04).
                10 WS-IT-ORIGEM PIC X(01).
                10 WS-IT-DESCRICAO PIC X(20).
                10 WS-IT-NATUREZA PIC X(01).
                10 WS-IT-VALOR PIC S9(09)V99.
      * rubricas e movimentos recorrentes (discriminacao das
      * colunas AL-RUB-PROVENTOS/AL-RUB-DESCONTOS)
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
        77 WS-MV-COUNT PIC 9(04) VALUE ZERO.
        77 WS-MV-IDX PIC 9(04) VALUE ZERO.
        77 WS-MV-MAXIMO PIC 9(04) VALUE 1000.
        01 WS-MV-TAB.
            05 WS-MV-ENTRY OCCURS 1000 TIMES.
                10 WS-MV-PRONTUARIO PIC X(08).
                10 WS-MV-RUBRICA PIC X(04).
                10 WS-MV-VALOR PIC 9(07)V99.
                10 WS-MV-COMP-INICIO PIC 9(06).
                10 WS-MV-COMP-FIM PIC 9(06).
      * CNPJ por codigo de empresa (indice = EP-CODIGO)
        01 WS-EP-TAB.
            05 WS-EP-CNPJ PIC X(14) OCCURS 99 TIMES.
      * creditos do NETPAY da competencia, casados com o REMSTAT
        77 WS-NP-COUNT PIC 9(03) VALUE ZERO.
        77 WS-NP-IDX PIC 9(03) VALUE ZERO.
        77 WS-NP-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-NP-MAXIMO PIC 9(03) VALUE 900.
        01 WS-NP-TAB.
            05 WS-NP-ENTRY OCCURS 900 TIMES.
                10 WS-NP-PRONTUARIO PIC X(08).
                10 WS-NP-VALOR PIC 9(07)V99.
                10 WS-NP-TIPO PIC X(01).
                10 WS-NP-EMPRESA PIC 9(02).
                10 WS-NP-USADO PIC X(01).
      * pagamentos (S-1210) por prontuario + tipo de pagamento
        77 WS-PG-COUNT PIC 9(03) VALUE ZERO.
        77 WS-PG-IDX PIC 9(03) VALUE ZERO.
        77 WS-PG-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-PG-MAXIMO PIC 9(03) VALUE 900.
        01 WS-PG-TAB.
            05 WS-PG-ENTRY OCCURS 900 TIMES.
                10 WS-PG-PRONTUARIO PIC X(08).
                10 WS-PG-TIPO PIC X(01).
                10 WS-PG-EMPRESA PIC 9(02).
                10 WS-PG-DATA PIC 9(08).
                10 WS-PG-VALOR PIC 9(09)V99.
        77 WS-PAG-TIPO PIC X(01) VALUE SPACE.
        77 WS-PAG-EMPRESA PIC 9(02) VALUE ZERO.
      * totais do S-1299 por empresa (indice = codigo da empresa)
        01 WS-FC-TAB.
            05 WS-FC-ENTRY OCCURS 99 TIMES.
                10 WS-FC-QTD-REMUN PIC 9(07).
                10 WS-FC-QTD-PAGTO PIC 9(07).
                10 WS-FC-BRUTO PIC S9(11)V99.
                10 WS-FC-INSS PIC S9(11)V99.
                10 WS-FC-IRRF PIC S9(11)V99.
                10 WS-FC-FGTS PIC S9(11)V99.
                10 WS-FC-LIQUIDO PIC S9(11)V99.
                10 WS-FC-PAGO PIC S9(11)V99.
        77 WS-FC-IDX PIC 9(03) VALUE ZERO.
      * controle de transmissao (ESOCCTL.DAT em memoria)
        77 WS-EC-COUNT PIC 9(04) VALUE ZERO.
        77 WS-EC-IDX PIC 9(04) VALUE ZERO.
        77 WS-EC-ACHOU PIC 9(04) VALUE ZERO.
        77 WS-EC-MAXIMO PIC 9(04) VALUE 5000.
        01 WS-EC-TAB.
            05 WS-EC-ENTRY OCCURS 5000 TIMES.
                10 WS-EC-EVENTO PIC X(06).
                10 WS-EC-COMPETENCIA PIC 9(06).
                10 WS-EC-EMPRESA PIC 9(02).
                10 WS-EC-PRONTUARIO PIC X(08).
                10 WS-EC-CHAVE-PGTO PIC X(01).
                10 WS-EC-TOTAL PIC 9(11)V99.
                10 WS-EC-IND-RETIF PIC X(01).
                10 WS-EC-SIT PIC X(01).
                10 WS-EC-RECIBO PIC X(23).
                10 WS-EC-TS PIC 9(14).
      * chave e resultado da decisao de transmissao de um evento
        77 WS-EV-EVENTO PIC X(06) VALUE SPACES.
        77 WS-EV-EMPRESA PIC 9(02) VALUE ZERO.
        77 WS-EV-PRONTUARIO PIC X(08) VALUE SPACES.
        77 WS-EV-CHAVE-PGTO PIC X(01) VALUE SPACE.
        77 WS-EV-TOTAL PIC 9(11)V99 VALUE ZERO.
        77 WS-EV-IND-RETIF PIC X(01) VALUE SPACE.
        77 WS-EV-RECIBO-ANT PIC X(23) VALUE SPACES.
        77 WS-EV-ENVIA PIC X VALUE "N".
            88 EV-ENVIA VALUE "Y".
      * contadores e conferencia
        77 WS-REM-PROV PIC S9(09)V99 VALUE ZERO.
        77 WS-REM-DESC PIC S9(09)V99 VALUE ZERO.
        77 WS-REM-QTD-ITENS PIC 9(03) VALUE ZERO.
        77 WS-QTD-S1200 PIC 9(07) VALUE ZERO.
        77 WS-QTD-S1210 PIC 9(07) VALUE ZERO.
        77 WS-QTD-S1299 PIC 9(03) VALUE ZERO.
        77 WS-QTD-RETIFICACAO PIC 9(07) VALUE ZERO.
        77 WS-QTD-INALTERADO PIC 9(07) VALUE ZERO.
        77 WS-QTD-LIQ-SEM-NETPAY PIC 9(05) VALUE ZERO.
        77 WS-QTD-RECIBO PIC 9(05) VALUE ZERO.
        77 WS-QTD-RECUSADO PIC 9(05) VALUE ZERO.
        77 WS-QTD-SEM-EVENTO PIC 9(05) VALUE ZERO.
        77 WS-TIE-QTD PIC 9(07) VALUE ZERO.
        77 WS-TIE-LIQUIDO PIC S9(11)V99 VALUE ZERO.
        77 WS-TOT-BRUTO PIC S9(11)V99 VALUE ZERO.

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        DISPLAY "EVENTOS PERIODICOS DO ESOCIAL".
        DISPLAY "1 - Gerar eventos S-1200/S-1210/S-1299 da competencia".
        DISPLAY "2 - Registrar recibos do retorno do portal"
            " (ESOCRET.DAT)".
        DISPLAY "Opcao: " NO ADVANCING.
        ACCEPT WS-OPCAO.
        EVALUATE WS-OPCAO
            WHEN 1
                PERFORM GERA-EVENTOS
            WHEN 2
                PERFORM REGISTRA-RECIBOS
            WHEN OTHER
                DISPLAY "OPCAO INVALIDA"
        END-EVALUATE.
        STOP RUN.

      * geracao dos eventos da competencia
        GERA-EVENTOS.
        DISPLAY "Digite a competencia (AAAAMM): " NO ADVANCING.
        ACCEPT WS-COMPETENCIA.
        DISPLAY "Digite a empresa (codigo, 0=todas): "
            NO ADVANCING.
        ACCEPT WS-EMPRESA-FILTRO.
        MOVE "ESOCIAL" TO WS-JJ-PROGRAMA.
        MOVE "I" TO WS-JJ-EVENTO.
        MOVE WS-COMPETENCIA TO WS-JJ-COMPETENCIA.
        PERFORM GRAVA-JOBJRNL.

        PERFORM LOAD-EMPRESA-TABLE.
        PERFORM LOAD-RUBRICA-TABLE.
        PERFORM LOAD-RUBMOV-TABLE.
        PERFORM LOAD-ESOCCTL-TABLE.
        PERFORM CARREGA-VINCULOS.
        PERFORM CARREGA-HISTORICO-EMPRESA.
        MOVE ZERO TO WS-FC-TAB.

        OPEN INPUT AUDITLOG-FILE.
        IF WS-AUDITLOG-STATUS NOT = "00"
            DISPLAY "ERRO: AUDITLOG.DAT indisponivel (status "
                WS-AUDITLOG-STATUS ")"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM UNTIL AUDIT-EOF
            READ AUDITLOG-FILE
                AT END
                    MOVE "Y" TO WS-AUDIT-EOF
                NOT AT END
                    IF AL-COMPETENCIA = WS-COMPETENCIA
                        PERFORM ACUMULA-AUDITORIA
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE AUDITLOG-FILE.

        IF WS-TR-COUNT = ZERO
            DISPLAY "NENHUM CALCULO ENCONTRADO NA AUDITORIA PARA A"
                " COMPETENCIA " WS-COMPETENCIA
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        MOVE "N" TO WS-EMPMAST-DISPONIVEL.
        OPEN INPUT EMPMAST-FILE.
        IF WS-EMPMAST-STATUS = "00"
            MOVE "Y" TO WS-EMPMAST-DISPONIVEL
        ELSE
            DISPLAY "ERRO: cadastro de funcionarios indisponivel"
                " (status " WS-EMPMAST-STATUS ")"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        OPEN OUTPUT ESOCIAL-FILE.
        PERFORM GRAVA-HEADER.
        PERFORM GRAVA-REMUNERACOES.
        PERFORM CARREGA-PAGAMENTOS.
        PERFORM GRAVA-PAGAMENTOS.
        PERFORM GRAVA-FECHAMENTOS.
        CLOSE ESOCIAL-FILE.
        CLOSE EMPMAST-FILE.
        PERFORM REGRAVA-ESOCCTL.

        DISPLAY "EVENTOS DO ESOCIAL GERADOS EM ESOCIAL.DAT -"
            " COMPETENCIA " WS-COMPETENCIA.
        DISPLAY "S-1200 REMUNERACAO:      " WS-QTD-S1200.
        DISPLAY "S-1210 PAGAMENTOS:       " WS-QTD-S1210.
        DISPLAY "S-1299 FECHAMENTOS:      " WS-QTD-S1299.
        DISPLAY "RETIFICACOES:            " WS-QTD-RETIFICACAO.
        DISPLAY "JA TRANSMITIDOS SEM ALTERACAO (NAO REENVIADOS): "
            WS-QTD-INALTERADO.
        IF WS-EMPRESA-FILTRO > ZERO
            DISPLAY "EMPRESA DO EXTRATO: " WS-EMPRESA-FILTRO " ("
                WS-QTD-OUTRA-EMPRESA " EVENTO(S) DE OUTRAS"
                " EMPRESAS FORA DESTE EXTRATO)"
        END-IF.
        IF WS-QTD-LIQ-SEM-NETPAY > ZERO
            DISPLAY "AVISO: " WS-QTD-LIQ-SEM-NETPAY " CREDITO(S)"
                " LIQUIDADO(S) SEM NETPAY CORRESPONDENTE - TRATADOS"
                " COMO FOLHA"
        END-IF.
        PERFORM CONFERE-TRAILER-LOTE.
        MOVE "F" TO WS-JJ-EVENTO.
        MOVE WS-TR-COUNT TO WS-JJ-QTD-LIDA.
        MOVE WS-QTD-S1200 TO WS-JJ-QTD-PROCESSADA.
        IF WS-TOT-BRUTO > ZERO
            MOVE WS-TOT-BRUTO TO WS-JJ-TOTAL-CONTROLE
        END-IF.
        MOVE RETURN-CODE TO WS-JJ-RETORNO.
        PERFORM GRAVA-JOBJRNL.

      * uma linha da trilha da competencia: estornos ("E") entram
      * com sinal negativo e anulam as linhas da folha que
      * reverteram
        ACUMULA-AUDITORIA.
        IF AL-ESTORNO
            MOVE -1 TO WS-SINAL
            MOVE "N" TO WS-ORIGEM
        ELSE
            MOVE +1 TO WS-SINAL
            MOVE AL-TIPO TO WS-ORIGEM
            IF WS-ORIGEM = SPACE
                MOVE "N" TO WS-ORIGEM
            END-IF
        END-IF.
        MOVE AL-SALBRUTO TO WS-BRUTO-NUM.
        MOVE AL-INSS TO WS-INSS-NUM.
        MOVE AL-IRRF TO WS-IRRF-NUM.
        MOVE AL-SALLIQUIDO TO WS-LIQUIDO-NUM.
        MOVE AL-FGTS TO WS-FGTS-NUM.
        MOVE AL-ADIC-NOTURNO TO WS-NOTURNO-NUM.
        MOVE AL-DESC-FALTAS TO WS-FALTAS-NUM.
        MOVE AL-RUB-PROVENTOS TO WS-RUBP-NUM.
        MOVE AL-RUB-DESCONTOS TO WS-RUBD-NUM.
        MOVE AL-ACERTO-IRRF TO WS-ACERTO-NUM.
      * colunas acrescentadas depois: linhas antigas vem em branco
        MOVE ZERO TO WS-VALE-TRANSP-NUM WS-VALE-REFEICAO-NUM
            WS-PLANO-SAUDE-NUM WS-MATERNIDADE-NUM WS-COMISSAO-NUM
            WS-DSR-COMISSAO-NUM WS-INSALUBRIDADE-NUM
            WS-PERICULOSIDADE-NUM WS-DISSIDIO-NUM.
        IF AL-VALE-TRANSP NOT = SPACES
            MOVE AL-VALE-TRANSP TO WS-VALE-TRANSP-NUM
        END-IF.
        IF AL-VALE-REFEICAO NOT = SPACES
            MOVE AL-VALE-REFEICAO TO WS-VALE-REFEICAO-NUM
        END-IF.
        IF AL-PLANO-SAUDE NOT = SPACES
            MOVE AL-PLANO-SAUDE TO WS-PLANO-SAUDE-NUM
        END-IF.
        IF AL-SAL-MATERNIDADE NOT = SPACES
            MOVE AL-SAL-MATERNIDADE TO WS-MATERNIDADE-NUM
        END-IF.
        IF AL-COMISSAO NOT = SPACES
            MOVE AL-COMISSAO TO WS-COMISSAO-NUM
        END-IF.
        IF AL-DSR-COMISSAO NOT = SPACES
            MOVE AL-DSR-COMISSAO TO WS-DSR-COMISSAO-NUM
        END-IF.
        IF AL-INSALUBRIDADE NOT = SPACES
            MOVE AL-INSALUBRIDADE TO WS-INSALUBRIDADE-NUM
        END-IF.
        IF AL-PERICULOSIDADE NOT = SPACES
            MOVE AL-PERICULOSIDADE TO WS-PERICULOSIDADE-NUM
        END-IF.
        IF AL-DIF-DISSIDIO NOT = SPACES
            MOVE AL-DIF-DISSIDIO TO WS-DISSIDIO-NUM
        END-IF.
        PERFORM LOCALIZA-TRABALHADOR.
        IF WS-TR-ACHOU > ZERO
            COMPUTE WS-TR-BRUTO(WS-TR-ACHOU) =
                WS-TR-BRUTO(WS-TR-ACHOU) + WS-SINAL * WS-BRUTO-NUM
            COMPUTE WS-TR-INSS(WS-TR-ACHOU) =
                WS-TR-INSS(WS-TR-ACHOU) + WS-SINAL * WS-INSS-NUM
            COMPUTE WS-TR-IRRF(WS-TR-ACHOU) =
                WS-TR-IRRF(WS-TR-ACHOU) + WS-SINAL * WS-IRRF-NUM
            COMPUTE WS-TR-FGTS(WS-TR-ACHOU) =
                WS-TR-FGTS(WS-TR-ACHOU) + WS-SINAL * WS-FGTS-NUM
            COMPUTE WS-TR-LIQUIDO(WS-TR-ACHOU) =
                WS-TR-LIQUIDO(WS-TR-ACHOU)
                + WS-SINAL * WS-LIQUIDO-NUM
            IF WS-ORIGEM = "N"
                COMPUTE WS-TR-QTD-FOLHA(WS-TR-ACHOU) =
                    WS-TR-QTD-FOLHA(WS-TR-ACHOU) + WS-SINAL
                COMPUTE WS-TR-LIQ-FOLHA(WS-TR-ACHOU) =
                    WS-TR-LIQ-FOLHA(WS-TR-ACHOU)
                    + WS-SINAL * WS-LIQUIDO-NUM
            END-IF
            PERFORM DISCRIMINA-ITENS
        END-IF.

        LOCALIZA-TRABALHADOR.
        MOVE ZERO TO WS-TR-ACHOU.
        PERFORM VARYING WS-TR-IDX FROM 1 BY 1
            UNTIL WS-TR-IDX > WS-TR-COUNT
            IF WS-TR-PRONTUARIO(WS-TR-IDX) = AL-PRONTUARIO
                MOVE WS-TR-IDX TO WS-TR-ACHOU
            END-IF
        END-PERFORM.
        IF WS-TR-ACHOU = ZERO
            IF WS-TR-COUNT >= WS-TR-MAXIMO
                DISPLAY "AVISO: limite de " WS-TR-MAXIMO
                    " trabalhadores atingido, " AL-PRONTUARIO
                    " nao acumulado"
            ELSE
                ADD 1 TO WS-TR-COUNT
                MOVE WS-TR-COUNT TO WS-TR-ACHOU
                MOVE AL-PRONTUARIO TO WS-TR-PRONTUARIO(WS-TR-ACHOU)
                MOVE ZERO TO WS-TR-BRUTO(WS-TR-ACHOU)
                    WS-TR-INSS(WS-TR-ACHOU) WS-TR-IRRF(WS-TR-ACHOU)
                    WS-TR-FGTS(WS-TR-ACHOU)
                    WS-TR-LIQUIDO(WS-TR-ACHOU)
                    WS-TR-QTD-FOLHA(WS-TR-ACHOU)
                    WS-TR-LIQ-FOLHA(WS-TR-ACHOU)
            END-IF
        END-IF.

      * as colunas PS-/AL- viram os itens do S-1200; o salario e
      * o bruto sem os componentes discriminados (adicional noturno,
      * comissoes e DSR, adicionais de risco, dissidio e salario-
      * maternidade, este compensado na GPS) e antes das faltas. O
      * sinal do estorno e aplicado no ACUMULA-ITEM
        DISCRIMINA-ITENS.
        COMPUTE WS-NUM-AUX = WS-BRUTO-NUM - WS-NOTURNO-NUM
            - WS-COMISSAO-NUM - WS-DSR-COMISSAO-NUM
            - WS-INSALUBRIDADE-NUM - WS-PERICULOSIDADE-NUM
            - WS-DISSIDIO-NUM - WS-MATERNIDADE-NUM
            + WS-FALTAS-NUM.
        MOVE "SALB" TO WS-ITEM-RUBRICA.
        MOVE "SALARIO E HORAS" TO WS-ITEM-DESCRICAO.
        MOVE "P" TO WS-ITEM-NATUREZA.
        PERFORM ACUMULA-ITEM.
        MOVE WS-NOTURNO-NUM TO WS-NUM-AUX.
        MOVE "ADNT" TO WS-ITEM-RUBRICA.
        MOVE "ADICIONAL NOTURNO" TO WS-ITEM-DESCRICAO.
        PERFORM ACUMULA-ITEM.
        MOVE WS-COMISSAO-NUM TO WS-NUM-AUX.
        MOVE "COMI" TO WS-ITEM-RUBRICA.
        MOVE "COMISSOES" TO WS-ITEM-DESCRICAO.
        PERFORM ACUMULA-ITEM.
        MOVE WS-DSR-COMISSAO-NUM TO WS-NUM-AUX.
        MOVE "DSRC" TO WS-ITEM-RUBRICA.
        MOVE "DSR S/ COMISSOES" TO WS-ITEM-DESCRICAO.
        PERFORM ACUMULA-ITEM.
        MOVE WS-INSALUBRIDADE-NUM TO WS-NUM-AUX.
        MOVE "INSA" TO WS-ITEM-RUBRICA.
        MOVE "ADIC. INSALUBRIDADE" TO WS-ITEM-DESCRICAO.
        PERFORM ACUMULA-ITEM.
        MOVE WS-PERICULOSIDADE-NUM TO WS-NUM-AUX.
        MOVE "PERI" TO WS-ITEM-RUBRICA.
        MOVE "ADIC. PERICULOSIDADE" TO WS-ITEM-DESCRICAO.
        PERFORM ACUMULA-ITEM.
        MOVE WS-DISSIDIO-NUM TO WS-NUM-AUX.
        MOVE "DISS" TO WS-ITEM-RUBRICA.
        MOVE "DIFERENCA DISSIDIO" TO WS-ITEM-DESCRICAO.
        PERFORM ACUMULA-ITEM.
        MOVE WS-MATERNIDADE-NUM TO WS-NUM-AUX.
        MOVE "SMAT" TO WS-ITEM-RUBRICA.
        MOVE "SALARIO-MATERNIDADE" TO WS-ITEM-DESCRICAO.
        PERFORM ACUMULA-ITEM.
        MOVE AL-SALFAMILIA TO WS-NUM-AUX.
        MOVE "SFAM" TO WS-ITEM-RUBRICA.
        MOVE "SALARIO-FAMILIA" TO WS-ITEM-DESCRICAO.
        PERFORM ACUMULA-ITEM.
        MOVE "D" TO WS-ITEM-NATUREZA.
        MOVE WS-FALTAS-NUM TO WS-NUM-AUX.
        MOVE "FALT" TO WS-ITEM-RUBRICA.
        MOVE "FALTAS E DSR" TO WS-ITEM-DESCRICAO.
        PERFORM ACUMULA-ITEM.
        MOVE WS-INSS-NUM TO WS-NUM-AUX.
        MOVE "INSS" TO WS-ITEM-RUBRICA.
        MOVE "INSS RETIDO" TO WS-ITEM-DESCRICAO.
        PERFORM ACUMULA-ITEM.
        MOVE WS-IRRF-NUM TO WS-NUM-AUX.
        MOVE "IRRF" TO WS-ITEM-RUBRICA.
        MOVE "IRRF RETIDO" TO WS-ITEM-DESCRICAO.
        PERFORM ACUMULA-ITEM.
        MOVE AL-PENSAO TO WS-NUM-AUX.
        MOVE "PENS" TO WS-ITEM-RUBRICA.
        MOVE "PENSAO ALIMENTICIA" TO WS-ITEM-DESCRICAO.
        PERFORM ACUMULA-ITEM.
        MOVE AL-ADIANTAMENTO TO WS-NUM-AUX.
        MOVE "ADTO" TO WS-ITEM-RUBRICA.
        MOVE "ADIANTAMENTO" TO WS-ITEM-DESCRICAO.
        PERFORM ACUMULA-ITEM.
        MOVE AL-CONSIGNADO TO WS-NUM-AUX.
        MOVE "CONS" TO WS-ITEM-RUBRICA.
        MOVE "EMPRESTIMO CONSIGNADO" TO WS-ITEM-DESCRICAO.
        PERFORM ACUMULA-ITEM.
        MOVE WS-VALE-TRANSP-NUM TO WS-NUM-AUX.
        MOVE "VTRA" TO WS-ITEM-RUBRICA.
        MOVE "VALE-TRANSPORTE" TO WS-ITEM-DESCRICAO.
        PERFORM ACUMULA-ITEM.
        MOVE WS-VALE-REFEICAO-NUM TO WS-NUM-AUX.
        MOVE "VREF" TO WS-ITEM-RUBRICA.
        MOVE "VALE-REFEICAO" TO WS-ITEM-DESCRICAO.
        PERFORM ACUMULA-ITEM.
        MOVE WS-PLANO-SAUDE-NUM TO WS-NUM-AUX.
        MOVE "PSAU" TO WS-ITEM-RUBRICA.
        MOVE "PLANO DE SAUDE" TO WS-ITEM-DESCRICAO.
        PERFORM ACUMULA-ITEM.
        IF WS-ACERTO-NUM > ZERO
            MOVE WS-ACERTO-NUM TO WS-NUM-AUX
            MOVE "AIRF" TO WS-ITEM-RUBRICA
            MOVE "COMPLEMENTO IRRF" TO WS-ITEM-DESCRICAO
            PERFORM ACUMULA-ITEM
        END-IF.
        IF WS-ACERTO-NUM < ZERO
            COMPUTE WS-NUM-AUX = ZERO - WS-ACERTO-NUM
            MOVE "P" TO WS-ITEM-NATUREZA
            MOVE "AIRE" TO WS-ITEM-RUBRICA
            MOVE "DEVOLUCAO IRRF" TO WS-ITEM-DESCRICAO
            PERFORM ACUMULA-ITEM
        END-IF.
        MOVE WS-FGTS-NUM TO WS-NUM-AUX.
        MOVE "I" TO WS-ITEM-NATUREZA.
        MOVE "FGTS" TO WS-ITEM-RUBRICA.
        MOVE "FGTS DEPOSITADO" TO WS-ITEM-DESCRICAO.
        PERFORM ACUMULA-ITEM.
        IF WS-RUBP-NUM > ZERO OR WS-RUBD-NUM > ZERO
            PERFORM DISCRIMINA-RUBRICAS
        END-IF.

      * reparte os totais de rubricas da linha pelos movimentos
      * recorrentes vigentes; o que nao casar com um movimento
      * (rubrica alterada depois do calculo) fica em RUBP/RUBD para
      * o S-1200 fechar com a trilha
        DISCRIMINA-RUBRICAS.
        PERFORM VARYING WS-MV-IDX FROM 1 BY 1
            UNTIL WS-MV-IDX > WS-MV-COUNT
            IF WS-MV-PRONTUARIO(WS-MV-IDX) = AL-PRONTUARIO
                AND WS-MV-COMP-INICIO(WS-MV-IDX) <= WS-COMPETENCIA
                AND (WS-MV-COMP-FIM(WS-MV-IDX) = ZERO
                    OR WS-MV-COMP-FIM(WS-MV-IDX) >= WS-COMPETENCIA)
                PERFORM DISCRIMINA-UMA-RUBRICA
            END-IF
        END-PERFORM.
        IF WS-RUBP-NUM > ZERO
            MOVE WS-RUBP-NUM TO WS-NUM-AUX
            MOVE "RUBP" TO WS-ITEM-RUBRICA
            MOVE "OUTROS PROVENTOS" TO WS-ITEM-DESCRICAO
            MOVE "P" TO WS-ITEM-NATUREZA
            PERFORM ACUMULA-ITEM
        END-IF.
        IF WS-RUBD-NUM > ZERO
            MOVE WS-RUBD-NUM TO WS-NUM-AUX
            MOVE "RUBD" TO WS-ITEM-RUBRICA
            MOVE "OUTROS DESCONTOS" TO WS-ITEM-DESCRICAO
            MOVE "D" TO WS-ITEM-NATUREZA
            PERFORM ACUMULA-ITEM
        END-IF.

        DISCRIMINA-UMA-RUBRICA.
        MOVE ZERO TO WS-RB-ACHOU.
        PERFORM VARYING WS-RB-IDX FROM 1 BY 1
            UNTIL WS-RB-IDX > WS-RB-COUNT
            IF WS-RB-CODIGO(WS-RB-IDX) = WS-MV-RUBRICA(WS-MV-IDX)
                MOVE WS-RB-IDX TO WS-RB-ACHOU
            END-IF
        END-PERFORM.
        IF WS-RB-ACHOU > ZERO
            EVALUATE WS-RB-BASE(WS-RB-ACHOU)
                WHEN "F"
                    IF WS-MV-VALOR(WS-MV-IDX) > ZERO
                        MOVE WS-MV-VALOR(WS-MV-IDX) TO WS-RUB-VALOR
                    ELSE
                        MOVE WS-RB-VALOR(WS-RB-ACHOU) TO WS-RUB-VALOR
                    END-IF
                WHEN "B"
                    COMPUTE WS-RUB-VALOR ROUNDED = WS-BRUTO-NUM
                        * WS-RB-PERCENTUAL(WS-RB-ACHOU) / 100
                WHEN OTHER
                    COMPUTE WS-RUB-VALOR ROUNDED = WS-LIQUIDO-NUM
                        * WS-RB-PERCENTUAL(WS-RB-ACHOU) / 100
            END-EVALUATE
            MOVE WS-RB-CODIGO(WS-RB-ACHOU) TO WS-ITEM-RUBRICA
            MOVE WS-RB-DESCRICAO(WS-RB-ACHOU) TO WS-ITEM-DESCRICAO
            IF WS-RB-TIPO(WS-RB-ACHOU) = "P"
                IF WS-RUB-VALOR > WS-RUBP-NUM
                    MOVE WS-RUBP-NUM TO WS-RUB-VALOR
                END-IF
                SUBTRACT WS-RUB-VALOR FROM WS-RUBP-NUM
                MOVE "P" TO WS-ITEM-NATUREZA
            ELSE
                IF WS-RUB-VALOR > WS-RUBD-NUM
                    MOVE WS-RUBD-NUM TO WS-RUB-VALOR
                END-IF
                SUBTRACT WS-RUB-VALOR FROM WS-RUBD-NUM
                MOVE "D" TO WS-ITEM-NATUREZA
            END-IF
            MOVE WS-RUB-VALOR TO WS-NUM-AUX
            PERFORM ACUMULA-ITEM
        END-IF.

        ACUMULA-ITEM.
        IF WS-NUM-AUX > ZERO
            MOVE ZERO TO WS-IT-ACHOU
            PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                UNTIL WS-IT-IDX > WS-IT-COUNT
                IF WS-IT-PRONTUARIO(WS-IT-IDX) = AL-PRONTUARIO
                    AND WS-IT-RUBRICA(WS-IT-IDX) = WS-ITEM-RUBRICA
                    AND WS-IT-ORIGEM(WS-IT-IDX) = WS-ORIGEM
                    MOVE WS-IT-IDX TO WS-IT-ACHOU
                END-IF
            END-PERFORM
            IF WS-IT-ACHOU = ZERO
                IF WS-IT-COUNT >= WS-IT-MAXIMO
                    DISPLAY "AVISO: limite de " WS-IT-MAXIMO
                        " itens atingido, " AL-PRONTUARIO " "
                        WS-ITEM-RUBRICA " nao discriminado"
                ELSE
                    ADD 1 TO WS-IT-COUNT
                    MOVE WS-IT-COUNT TO WS-IT-ACHOU
                    MOVE AL-PRONTUARIO
                        TO WS-IT-PRONTUARIO(WS-IT-ACHOU)
                    MOVE WS-ITEM-RUBRICA TO WS-IT-RUBRICA(WS-IT-ACHOU)
                    MOVE WS-ORIGEM TO WS-IT-ORIGEM(WS-IT-ACHOU)
                    MOVE WS-ITEM-DESCRICAO
                        TO WS-IT-DESCRICAO(WS-IT-ACHOU)
                    MOVE WS-ITEM-NATUREZA
                        TO WS-IT-NATUREZA(WS-IT-ACHOU)
                    MOVE ZERO TO WS-IT-VALOR(WS-IT-ACHOU)
                END-IF
            END-IF
            IF WS-IT-ACHOU > ZERO
                COMPUTE WS-IT-VALOR(WS-IT-ACHOU) =
                    WS-IT-VALOR(WS-IT-ACHOU) + WS-SINAL * WS-NUM-AUX
            END-IF
        END-IF.

        GRAVA-HEADER.
        MOVE SPACES TO ESOCIAL-RECORD.
        MOVE "0" TO ES-TIPO.
        MOVE WS-COMPETENCIA TO ES-HDR-COMPETENCIA.
        MOVE FUNCTION CURRENT-DATE(1:14) TO ES-HDR-GERACAO.
        MOVE WS-EMPRESA-FILTRO TO ES-HDR-EMPRESA.
        WRITE ESOCIAL-RECORD.

      * S-1200: um evento por trabalhador com os itens que nao
      * zeraram depois dos estornos
        GRAVA-REMUNERACOES.
        PERFORM VARYING WS-TR-IDX FROM 1 BY 1
            UNTIL WS-TR-IDX > WS-TR-COUNT
            MOVE WS-TR-PRONTUARIO(WS-TR-IDX) TO WS-EV-PRONTUARIO
            PERFORM OBTEM-DADOS-CADASTRO
            IF WS-EMPRESA-FILTRO > ZERO
                AND WS-EMPRESA-EMPREGADO NOT = WS-EMPRESA-FILTRO
                ADD 1 TO WS-QTD-OUTRA-EMPRESA
            ELSE
                PERFORM GRAVA-UMA-REMUNERACAO
            END-IF
        END-PERFORM.

        OBTEM-DADOS-CADASTRO.
        MOVE SPACES TO WS-CPF-EMPREGADO WS-PIS-EMPREGADO.
        MOVE 1 TO WS-EMPRESA-EMPREGADO.
        MOVE WS-EV-PRONTUARIO TO EM-PRONTUARIO.
        READ EMPMAST-FILE
            INVALID KEY
                DISPLAY WS-EV-PRONTUARIO
                    " AVISO: prontuario nao encontrado no cadastro"
            NOT INVALID KEY
                MOVE EM-CPF TO WS-CPF-EMPREGADO
                MOVE EM-PIS TO WS-PIS-EMPREGADO
                IF EM-CPF = SPACES
                    DISPLAY WS-EV-PRONTUARIO
                        " AVISO: CPF nao cadastrado"
                END-IF
                IF EM-EMPRESA NUMERIC
                    MOVE EM-EMPRESA TO WS-EMPRESA-EMPREGADO
                END-IF
                IF WS-EMPRESA-EMPREGADO = ZERO
                    MOVE 1 TO WS-EMPRESA-EMPREGADO
                END-IF
        END-READ.
        MOVE WS-EMPRESA-EMPREGADO TO WS-EH-PADRAO.
        MOVE WS-EV-PRONTUARIO TO WS-EH-ALVO.
        MOVE WS-COMPETENCIA TO WS-EH-COMP.
        PERFORM APURA-EMPRESA-COMPETENCIA.
        MOVE WS-EH-EMPRESA TO WS-EMPRESA-EMPREGADO.

        GRAVA-UMA-REMUNERACAO.
        MOVE ZERO TO WS-REM-PROV WS-REM-DESC WS-REM-QTD-ITENS.
        PERFORM VARYING WS-IT-IDX FROM 1 BY 1
            UNTIL WS-IT-IDX > WS-IT-COUNT
            IF WS-IT-PRONTUARIO(WS-IT-IDX) = WS-EV-PRONTUARIO
                AND WS-IT-VALOR(WS-IT-IDX) > ZERO
                ADD 1 TO WS-REM-QTD-ITENS
                EVALUATE WS-IT-NATUREZA(WS-IT-IDX)
                    WHEN "P"
                        ADD WS-IT-VALOR(WS-IT-IDX) TO WS-REM-PROV
                    WHEN "D"
                        ADD WS-IT-VALOR(WS-IT-IDX) TO WS-REM-DESC
                END-EVALUATE
            END-IF
        END-PERFORM.
        IF WS-REM-QTD-ITENS = ZERO
            DISPLAY WS-EV-PRONTUARIO " CALCULOS TOTALMENTE ESTORNADOS"
                " - SEM S-1200 NA COMPETENCIA"
        ELSE
            MOVE WS-EMPRESA-EMPREGADO TO WS-FC-IDX
            ADD 1 TO WS-FC-QTD-REMUN(WS-FC-IDX)
            ADD WS-TR-BRUTO(WS-TR-IDX) TO WS-FC-BRUTO(WS-FC-IDX)
            ADD WS-TR-INSS(WS-TR-IDX) TO WS-FC-INSS(WS-FC-IDX)
            ADD WS-TR-IRRF(WS-TR-IDX) TO WS-FC-IRRF(WS-FC-IDX)
            ADD WS-TR-FGTS(WS-TR-IDX) TO WS-FC-FGTS(WS-FC-IDX)
            ADD WS-TR-LIQUIDO(WS-TR-IDX) TO WS-FC-LIQUIDO(WS-FC-IDX)
            ADD WS-TR-BRUTO(WS-TR-IDX) TO WS-TOT-BRUTO
            IF WS-TR-QTD-FOLHA(WS-TR-IDX) > ZERO
                ADD 1 TO WS-TIE-QTD
                ADD WS-TR-LIQ-FOLHA(WS-TR-IDX) TO WS-TIE-LIQUIDO
            END-IF
            MOVE "S-1200" TO WS-EV-EVENTO
            MOVE WS-EMPRESA-EMPREGADO TO WS-EV-EMPRESA
            MOVE SPACE TO WS-EV-CHAVE-PGTO
            MOVE WS-EV-PRONTUARIO TO WS-VX-ALVO
            MOVE WS-COMPETENCIA TO WS-VX-COMP
            PERFORM APURA-VINCULOS
            COMPUTE WS-EV-TOTAL = WS-REM-PROV + WS-REM-DESC
                + WS-TR-FGTS(WS-TR-IDX) + WS-VX-REM-OUTROS
            PERFORM DECIDE-TRANSMISSAO
            IF EV-ENVIA
                PERFORM GRAVA-EVENTO-REMUNERACAO
            END-IF
        END-IF.

        GRAVA-EVENTO-REMUNERACAO.
        MOVE SPACES TO ESOCIAL-RECORD.
        MOVE "1" TO ES-TIPO.
        MOVE "S-1200" TO ES-REM-EVENTO.
        MOVE WS-EV-IND-RETIF TO ES-REM-IND-RETIF.
        MOVE WS-EV-RECIBO-ANT TO ES-REM-RECIBO-ANT.
        MOVE WS-EP-CNPJ(WS-EMPRESA-EMPREGADO) TO ES-REM-CNPJ.
        MOVE WS-EV-PRONTUARIO TO ES-REM-PRONTUARIO.
        MOVE WS-CPF-EMPREGADO TO ES-REM-CPF.
        MOVE WS-PIS-EMPREGADO TO ES-REM-PIS.
        MOVE WS-COMPETENCIA TO ES-REM-COMPETENCIA.
        MOVE WS-REM-QTD-ITENS TO ES-REM-QTD-ITENS.
        MOVE WS-REM-PROV TO ES-REM-TOT-PROV.
        MOVE WS-REM-DESC TO ES-REM-TOT-DESC.
      * outro vinculo: indMV 3 quando nada foi retido aqui porque os
      * outros empregadores ja chegaram ao teto
        IF WS-VX-QTD > ZERO
            IF WS-TR-INSS(WS-TR-IDX) = ZERO
                MOVE "3" TO ES-REM-IND-MV
            ELSE
                MOVE "2" TO ES-REM-IND-MV
            END-IF
            MOVE WS-VX-QTD TO ES-REM-QTD-OUTROS
            MOVE WS-VX-REM-OUTROS TO ES-REM-REM-OUTROS
        ELSE
            MOVE ZERO TO ES-REM-QTD-OUTROS ES-REM-REM-OUTROS
        END-IF.
        WRITE ESOCIAL-RECORD.
        ADD 1 TO WS-QTD-S1200.
        PERFORM VARYING WS-VX-IDX FROM 1 BY 1
            UNTIL WS-VX-IDX > WS-VX-COUNT
            IF WS-VX-PRONTUARIO(WS-VX-IDX) = WS-EV-PRONTUARIO
                AND WS-VX-INICIO(WS-VX-IDX) <= WS-COMPETENCIA
                AND WS-VX-FIM(WS-VX-IDX) >= WS-COMPETENCIA
                MOVE SPACES TO ESOCIAL-RECORD
                MOVE "4" TO ES-TIPO
                MOVE WS-EV-PRONTUARIO TO ES-OUT-PRONTUARIO
                MOVE WS-VX-CNPJ(WS-VX-IDX) TO ES-OUT-CNPJ
                MOVE WS-VX-REMUNERACAO(WS-VX-IDX)
                    TO ES-OUT-REMUNERACAO
                MOVE WS-VX-INSS(WS-VX-IDX) TO ES-OUT-INSS
                WRITE ESOCIAL-RECORD
            END-IF
        END-PERFORM.
        PERFORM VARYING WS-IT-IDX FROM 1 BY 1
            UNTIL WS-IT-IDX > WS-IT-COUNT
            IF WS-IT-PRONTUARIO(WS-IT-IDX) = WS-EV-PRONTUARIO
                AND WS-IT-VALOR(WS-IT-IDX) > ZERO
                MOVE SPACES TO ESOCIAL-RECORD
                MOVE "2" TO ES-TIPO
                MOVE WS-EV-PRONTUARIO TO ES-ITM-PRONTUARIO
                MOVE WS-IT-RUBRICA(WS-IT-IDX) TO ES-ITM-RUBRICA
                MOVE WS-IT-DESCRICAO(WS-IT-IDX) TO ES-ITM-DESCRICAO
                MOVE WS-IT-NATUREZA(WS-IT-IDX) TO ES-ITM-NATUREZA
                MOVE WS-IT-ORIGEM(WS-IT-IDX) TO ES-ITM-ORIGEM
                MOVE WS-IT-VALOR(WS-IT-IDX) TO ES-ITM-VALOR
                WRITE ESOCIAL-RECORD
            END-IF
        END-PERFORM.

      * S-1210: cada credito liquidado no REMSTAT casa com o NETPAY
      * da competencia (prontuario + valor) para saber o tipo de
      * pagamento e a empresa
        CARREGA-PAGAMENTOS.
        MOVE ZERO TO WS-NP-COUNT WS-PG-COUNT.
        MOVE "N" TO WS-NETPAY-EOF.
        OPEN INPUT NETPAY-FILE.
        IF WS-NETPAY-STATUS = "00"
            PERFORM UNTIL NETPAY-EOF
                READ NETPAY-FILE
                    AT END
                        MOVE "Y" TO WS-NETPAY-EOF
                    NOT AT END
                        IF NP-COMPETENCIA = WS-COMPETENCIA
                            AND NOT NP-ESTORNADO
                            PERFORM ACUMULA-NETPAY-TABLE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE NETPAY-FILE
        END-IF.
        MOVE "N" TO WS-REMSTAT-EOF.
        OPEN INPUT REMSTAT-FILE.
        IF WS-REMSTAT-STATUS NOT = "00"
            DISPLAY "AVISO: REMSTAT.DAT indisponivel (status "
                WS-REMSTAT-STATUS ") - nenhum S-1210 gerado; concilie"
                " o retorno bancario (RETBANCO) antes"
        ELSE
            PERFORM UNTIL REMSTAT-EOF
                READ REMSTAT-FILE
                    AT END
                        MOVE "Y" TO WS-REMSTAT-EOF
                    NOT AT END
                        IF RS-COMPETENCIA = WS-COMPETENCIA
                            AND RS-LIQUIDADO
                            PERFORM ACUMULA-PAGAMENTO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE REMSTAT-FILE
        END-IF.

        ACUMULA-NETPAY-TABLE.
        IF WS-NP-COUNT >= WS-NP-MAXIMO
            DISPLAY "AVISO: limite de " WS-NP-MAXIMO
                " creditos atingido, " NP-PRONTUARIO " ignorado"
        ELSE
            ADD 1 TO WS-NP-COUNT
            MOVE NP-PRONTUARIO TO WS-NP-PRONTUARIO(WS-NP-COUNT)
            MOVE NP-SALLIQUIDO TO WS-NP-VALOR(WS-NP-COUNT)
            MOVE NP-TIPO TO WS-NP-TIPO(WS-NP-COUNT)
            IF NP-FOLHA
                MOVE "F" TO WS-NP-TIPO(WS-NP-COUNT)
            END-IF
            IF NP-EMPRESA NUMERIC AND NP-EMPRESA > ZERO
                MOVE NP-EMPRESA TO WS-NP-EMPRESA(WS-NP-COUNT)
            ELSE
                MOVE 1 TO WS-NP-EMPRESA(WS-NP-COUNT)
            END-IF
            MOVE "N" TO WS-NP-USADO(WS-NP-COUNT)
        END-IF.

        ACUMULA-PAGAMENTO.
        MOVE ZERO TO WS-NP-ACHOU.
        PERFORM VARYING WS-NP-IDX FROM 1 BY 1
            UNTIL WS-NP-IDX > WS-NP-COUNT OR WS-NP-ACHOU > ZERO
            IF WS-NP-PRONTUARIO(WS-NP-IDX) = RS-PRONTUARIO
                AND WS-NP-VALOR(WS-NP-IDX) = RS-VALOR
                AND WS-NP-USADO(WS-NP-IDX) = "N"
                MOVE WS-NP-IDX TO WS-NP-ACHOU
            END-IF
        END-PERFORM.
        IF WS-NP-ACHOU > ZERO
            MOVE "Y" TO WS-NP-USADO(WS-NP-ACHOU)
            MOVE WS-NP-TIPO(WS-NP-ACHOU) TO WS-PAG-TIPO
            MOVE WS-NP-EMPRESA(WS-NP-ACHOU) TO WS-PAG-EMPRESA
        ELSE
            ADD 1 TO WS-QTD-LIQ-SEM-NETPAY
            MOVE "F" TO WS-PAG-TIPO
            MOVE RS-PRONTUARIO TO WS-EV-PRONTUARIO
            PERFORM OBTEM-DADOS-CADASTRO
            MOVE WS-EMPRESA-EMPREGADO TO WS-PAG-EMPRESA
        END-IF.
        MOVE ZERO TO WS-PG-ACHOU.
        PERFORM VARYING WS-PG-IDX FROM 1 BY 1
            UNTIL WS-PG-IDX > WS-PG-COUNT
            IF WS-PG-PRONTUARIO(WS-PG-IDX) = RS-PRONTUARIO
                AND WS-PG-TIPO(WS-PG-IDX) = WS-PAG-TIPO
                AND WS-PG-EMPRESA(WS-PG-IDX) = WS-PAG-EMPRESA
                MOVE WS-PG-IDX TO WS-PG-ACHOU
            END-IF
        END-PERFORM.
        IF WS-PG-ACHOU = ZERO
            IF WS-PG-COUNT >= WS-PG-MAXIMO
                DISPLAY "AVISO: limite de " WS-PG-MAXIMO
                    " pagamentos atingido, " RS-PRONTUARIO
                    " sem S-1210"
            ELSE
                ADD 1 TO WS-PG-COUNT
                MOVE WS-PG-COUNT TO WS-PG-ACHOU
                MOVE RS-PRONTUARIO TO WS-PG-PRONTUARIO(WS-PG-ACHOU)
                MOVE WS-PAG-TIPO TO WS-PG-TIPO(WS-PG-ACHOU)
                MOVE WS-PAG-EMPRESA TO WS-PG-EMPRESA(WS-PG-ACHOU)
                MOVE ZERO TO WS-PG-VALOR(WS-PG-ACHOU)
                    WS-PG-DATA(WS-PG-ACHOU)
            END-IF
        END-IF.
        IF WS-PG-ACHOU > ZERO
            ADD RS-VALOR TO WS-PG-VALOR(WS-PG-ACHOU)
            IF RS-TIMESTAMP(1:8) > WS-PG-DATA(WS-PG-ACHOU)
                MOVE RS-TIMESTAMP(1:8) TO WS-PG-DATA(WS-PG-ACHOU)
            END-IF
        END-IF.

        GRAVA-PAGAMENTOS.
        PERFORM VARYING WS-PG-IDX FROM 1 BY 1
            UNTIL WS-PG-IDX > WS-PG-COUNT
            IF WS-EMPRESA-FILTRO > ZERO
                AND WS-PG-EMPRESA(WS-PG-IDX) NOT = WS-EMPRESA-FILTRO
                ADD 1 TO WS-QTD-OUTRA-EMPRESA
            ELSE
                PERFORM GRAVA-UM-PAGAMENTO
            END-IF
        END-PERFORM.

        GRAVA-UM-PAGAMENTO.
        MOVE WS-PG-EMPRESA(WS-PG-IDX) TO WS-FC-IDX.
        ADD 1 TO WS-FC-QTD-PAGTO(WS-FC-IDX).
        ADD WS-PG-VALOR(WS-PG-IDX) TO WS-FC-PAGO(WS-FC-IDX).
        MOVE WS-PG-PRONTUARIO(WS-PG-IDX) TO WS-EV-PRONTUARIO.
        PERFORM OBTEM-DADOS-CADASTRO.
        MOVE "S-1210" TO WS-EV-EVENTO.
        MOVE WS-PG-EMPRESA(WS-PG-IDX) TO WS-EV-EMPRESA.
        MOVE WS-PG-TIPO(WS-PG-IDX) TO WS-EV-CHAVE-PGTO.
        MOVE WS-PG-VALOR(WS-PG-IDX) TO WS-EV-TOTAL.
        PERFORM DECIDE-TRANSMISSAO.
        IF EV-ENVIA
            MOVE SPACES TO ESOCIAL-RECORD
            MOVE "3" TO ES-TIPO
            MOVE "S-1210" TO ES-PAG-EVENTO
            MOVE WS-EV-IND-RETIF TO ES-PAG-IND-RETIF
            MOVE WS-EV-RECIBO-ANT TO ES-PAG-RECIBO-ANT
            MOVE WS-EP-CNPJ(WS-PG-EMPRESA(WS-PG-IDX)) TO ES-PAG-CNPJ
            MOVE WS-EV-PRONTUARIO TO ES-PAG-PRONTUARIO
            MOVE WS-CPF-EMPREGADO TO ES-PAG-CPF
            MOVE WS-COMPETENCIA TO ES-PAG-COMPETENCIA
            MOVE WS-PG-TIPO(WS-PG-IDX) TO ES-PAG-TIPO
            MOVE WS-PG-DATA(WS-PG-IDX) TO ES-PAG-DATA
            MOVE WS-PG-VALOR(WS-PG-IDX) TO ES-PAG-VALOR
            WRITE ESOCIAL-RECORD
            ADD 1 TO WS-QTD-S1210
        END-IF.

      * S-1299: um fechamento por CNPJ com movimento na competencia
        GRAVA-FECHAMENTOS.
        PERFORM VARYING WS-FC-IDX FROM 1 BY 1
            UNTIL WS-FC-IDX > 99
            IF WS-FC-QTD-REMUN(WS-FC-IDX) > ZERO
                OR WS-FC-QTD-PAGTO(WS-FC-IDX) > ZERO
                PERFORM GRAVA-UM-FECHAMENTO
            END-IF
        END-PERFORM.

        GRAVA-UM-FECHAMENTO.
        MOVE "S-1299" TO WS-EV-EVENTO.
        MOVE WS-FC-IDX TO WS-EV-EMPRESA.
        MOVE SPACES TO WS-EV-PRONTUARIO.
        MOVE SPACE TO WS-EV-CHAVE-PGTO.
        COMPUTE WS-EV-TOTAL = WS-FC-BRUTO(WS-FC-IDX)
            + WS-FC-LIQUIDO(WS-FC-IDX) + WS-FC-PAGO(WS-FC-IDX)
            + WS-FC-QTD-REMUN(WS-FC-IDX) + WS-FC-QTD-PAGTO(WS-FC-IDX).
        PERFORM DECIDE-TRANSMISSAO.
        IF EV-ENVIA
            MOVE SPACES TO ESOCIAL-RECORD
            MOVE "9" TO ES-TIPO
            MOVE "S-1299" TO ES-FEC-EVENTO
            MOVE WS-EV-IND-RETIF TO ES-FEC-IND-RETIF
            MOVE WS-EV-RECIBO-ANT TO ES-FEC-RECIBO-ANT
            MOVE WS-EP-CNPJ(WS-FC-IDX) TO ES-FEC-CNPJ
            MOVE WS-COMPETENCIA TO ES-FEC-COMPETENCIA
            MOVE WS-FC-QTD-REMUN(WS-FC-IDX) TO ES-FEC-QTD-REMUN
            MOVE WS-FC-QTD-PAGTO(WS-FC-IDX) TO ES-FEC-QTD-PAGTO
            MOVE WS-FC-BRUTO(WS-FC-IDX) TO ES-FEC-TOT-BRUTO
            MOVE WS-FC-INSS(WS-FC-IDX) TO ES-FEC-TOT-INSS
            MOVE WS-FC-IRRF(WS-FC-IDX) TO ES-FEC-TOT-IRRF
            MOVE WS-FC-FGTS(WS-FC-IDX) TO ES-FEC-TOT-FGTS
            MOVE WS-FC-LIQUIDO(WS-FC-IDX) TO ES-FEC-TOT-LIQUIDO
            MOVE WS-FC-PAGO(WS-FC-IDX) TO ES-FEC-TOT-PAGO
            WRITE ESOCIAL-RECORD
            ADD 1 TO WS-QTD-S1299
        END-IF.
        DISPLAY "S-1299 EMPRESA " WS-FC-IDX " CNPJ "
            WS-EP-CNPJ(WS-FC-IDX) " REMUNERACOES="
            WS-FC-QTD-REMUN(WS-FC-IDX) " PAGAMENTOS="
            WS-FC-QTD-PAGTO(WS-FC-IDX).

      * decide se o evento sai como original, como retificacao do
      * recibo ja registrado ou se nao sai (ja transmitido com o
      * mesmo conteudo)
        DECIDE-TRANSMISSAO.
        MOVE "Y" TO WS-EV-ENVIA.
        MOVE "1" TO WS-EV-IND-RETIF.
        MOVE SPACES TO WS-EV-RECIBO-ANT.
        MOVE ZERO TO WS-EC-ACHOU.
        PERFORM VARYING WS-EC-IDX FROM 1 BY 1
            UNTIL WS-EC-IDX > WS-EC-COUNT
            IF WS-EC-EVENTO(WS-EC-IDX) = WS-EV-EVENTO
                AND WS-EC-COMPETENCIA(WS-EC-IDX) = WS-COMPETENCIA
                AND WS-EC-EMPRESA(WS-EC-IDX) = WS-EV-EMPRESA
                AND WS-EC-PRONTUARIO(WS-EC-IDX) = WS-EV-PRONTUARIO
                AND WS-EC-CHAVE-PGTO(WS-EC-IDX) = WS-EV-CHAVE-PGTO
                MOVE WS-EC-IDX TO WS-EC-ACHOU
            END-IF
        END-PERFORM.
        IF WS-EC-ACHOU = ZERO
            IF WS-EC-COUNT >= WS-EC-MAXIMO
                DISPLAY "ERRO: ESOCCTL.DAT tem mais de "
                    WS-EC-MAXIMO " eventos - processamento recusado"
                    " para nao perder o controle de recibos"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-EC-COUNT
            MOVE WS-EC-COUNT TO WS-EC-ACHOU
            MOVE WS-EV-EVENTO TO WS-EC-EVENTO(WS-EC-ACHOU)
            MOVE WS-COMPETENCIA TO WS-EC-COMPETENCIA(WS-EC-ACHOU)
            MOVE WS-EV-EMPRESA TO WS-EC-EMPRESA(WS-EC-ACHOU)
            MOVE WS-EV-PRONTUARIO TO WS-EC-PRONTUARIO(WS-EC-ACHOU)
            MOVE WS-EV-CHAVE-PGTO TO WS-EC-CHAVE-PGTO(WS-EC-ACHOU)
            MOVE SPACES TO WS-EC-RECIBO(WS-EC-ACHOU)
        ELSE
            IF WS-EC-SIT(WS-EC-ACHOU) = "T"
                AND WS-EC-TOTAL(WS-EC-ACHOU) = WS-EV-TOTAL
                MOVE "N" TO WS-EV-ENVIA
                ADD 1 TO WS-QTD-INALTERADO
            ELSE
                IF WS-EC-RECIBO(WS-EC-ACHOU) NOT = SPACES
                    MOVE "2" TO WS-EV-IND-RETIF
                    MOVE WS-EC-RECIBO(WS-EC-ACHOU) TO WS-EV-RECIBO-ANT
                    ADD 1 TO WS-QTD-RETIFICACAO
                END-IF
            END-IF
        END-IF.
        IF EV-ENVIA
            MOVE WS-EV-TOTAL TO WS-EC-TOTAL(WS-EC-ACHOU)
            MOVE WS-EV-IND-RETIF TO WS-EC-IND-RETIF(WS-EC-ACHOU)
            MOVE "G" TO WS-EC-SIT(WS-EC-ACHOU)
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-EC-TS(WS-EC-ACHOU)
        END-IF.

      * o fechamento tem de bater com o trailer de controle do lote
      * mensal que o TRAB1 deixou no STAGECTL.DAT (qtd e liquido
      * das linhas da folha, liquidas de estorno)
        CONFERE-TRAILER-LOTE.
        OPEN INPUT STAGECTL-FILE.
        IF WS-STAGECTL-STATUS = "00"
            READ STAGECTL-FILE
                AT END
                    DISPLAY "AVISO: STAGECTL.DAT vazio - fechamento"
                        " sem conferencia com o lote"
                NOT AT END
                    IF SG-COMPETENCIA NOT = WS-COMPETENCIA
                        DISPLAY "AVISO: ultimo lote do TRAB1 e da"
                            " competencia " SG-COMPETENCIA
                            " - fechamento sem conferencia"
                    ELSE
                        DISPLAY "CONFERENCIA COM O TRAILER DO LOTE:"
                            " QTD LOTE=" SG-QTD " QTD FOLHA="
                            WS-TIE-QTD
                        DISPLAY "  LIQUIDO LOTE=" SG-TOT-LIQUIDO
                            " LIQUIDO FOLHA=" WS-TIE-LIQUIDO
                        IF SG-QTD NOT = WS-TIE-QTD
                            OR SG-TOT-LIQUIDO NOT = WS-TIE-LIQUIDO
                            DISPLAY "DIVERGENCIA: S-1299 NAO CONFERE"
                                " COM O TRAILER DO LOTE - VERIFIQUE"
                                " ANTES DE TRANSMITIR"
                            MOVE 8 TO RETURN-CODE
                        END-IF
                    END-IF
            END-READ
            CLOSE STAGECTL-FILE
        ELSE
            DISPLAY "AVISO: STAGECTL.DAT indisponivel - fechamento"
                " sem conferencia com o lote"
        END-IF.

      * registro dos recibos devolvidos pelo portal
        REGISTRA-RECIBOS.
        PERFORM LOAD-ESOCCTL-TABLE.
        OPEN INPUT ESOCRET-FILE.
        IF WS-ESOCRET-STATUS NOT = "00"
            DISPLAY "ERRO: ESOCRET.DAT indisponivel (status "
                WS-ESOCRET-STATUS ") - AGUARDE O RETORNO DO PORTAL"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM UNTIL ESOCRET-EOF
            READ ESOCRET-FILE
                AT END
                    MOVE "Y" TO WS-ESOCRET-EOF
                NOT AT END
                    PERFORM REGISTRA-UM-RECIBO
            END-READ
        END-PERFORM.
        CLOSE ESOCRET-FILE.
        PERFORM REGRAVA-ESOCCTL.
        DISPLAY "RECIBOS REGISTRADOS:       " WS-QTD-RECIBO.
        DISPLAY "EVENTOS RECUSADOS:         " WS-QTD-RECUSADO.
        DISPLAY "RETORNOS SEM EVENTO GERADO: " WS-QTD-SEM-EVENTO.
        IF WS-QTD-RECUSADO > ZERO OR WS-QTD-SEM-EVENTO > ZERO
            MOVE 8 TO RETURN-CODE
        END-IF.

        REGISTRA-UM-RECIBO.
        MOVE ZERO TO WS-EC-ACHOU.
        PERFORM VARYING WS-EC-IDX FROM 1 BY 1
            UNTIL WS-EC-IDX > WS-EC-COUNT
            IF WS-EC-EVENTO(WS-EC-IDX) = ER-EVENTO
                AND WS-EC-COMPETENCIA(WS-EC-IDX) = ER-COMPETENCIA
                AND WS-EC-EMPRESA(WS-EC-IDX) = ER-EMPRESA
                AND WS-EC-PRONTUARIO(WS-EC-IDX) = ER-PRONTUARIO
                AND WS-EC-CHAVE-PGTO(WS-EC-IDX) = ER-CHAVE-PGTO
                MOVE WS-EC-IDX TO WS-EC-ACHOU
            END-IF
        END-PERFORM.
        IF WS-EC-ACHOU = ZERO
            ADD 1 TO WS-QTD-SEM-EVENTO
            DISPLAY ER-EVENTO " " ER-COMPETENCIA " " ER-PRONTUARIO
                " AVISO: retorno sem evento gerado - ignorado"
        ELSE
            IF ER-ACEITO
                MOVE ER-RECIBO TO WS-EC-RECIBO(WS-EC-ACHOU)
                MOVE "T" TO WS-EC-SIT(WS-EC-ACHOU)
                MOVE FUNCTION CURRENT-DATE(1:14)
                    TO WS-EC-TS(WS-EC-ACHOU)
                ADD 1 TO WS-QTD-RECIBO
            ELSE
                ADD 1 TO WS-QTD-RECUSADO
                DISPLAY ER-EVENTO " " ER-COMPETENCIA " "
                    ER-PRONTUARIO " RECUSADO PELO PORTAL: "
                    ER-MENSAGEM
            END-IF
        END-IF.

        LOAD-ESOCCTL-TABLE.
        MOVE ZERO TO WS-EC-COUNT.
        MOVE "N" TO WS-ESOCCTL-EOF.
        OPEN INPUT ESOCCTL-FILE.
        IF WS-ESOCCTL-STATUS = "00"
            PERFORM UNTIL ESOCCTL-EOF
                READ ESOCCTL-FILE
                    AT END
                        MOVE "Y" TO WS-ESOCCTL-EOF
                    NOT AT END
                        IF WS-EC-COUNT >= WS-EC-MAXIMO
                            DISPLAY "ERRO: ESOCCTL.DAT tem mais de "
                                WS-EC-MAXIMO " eventos -"
                                " processamento recusado para nao"
                                " perder registros na regravacao"
                            MOVE 12 TO RETURN-CODE
                            STOP RUN
                        ELSE
                            ADD 1 TO WS-EC-COUNT
                            PERFORM ACUMULA-ESOCCTL-TABLE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ESOCCTL-FILE
        END-IF.

        ACUMULA-ESOCCTL-TABLE.
        MOVE EC-EVENTO TO WS-EC-EVENTO(WS-EC-COUNT).
        MOVE EC-COMPETENCIA TO WS-EC-COMPETENCIA(WS-EC-COUNT).
        MOVE EC-EMPRESA TO WS-EC-EMPRESA(WS-EC-COUNT).
        MOVE EC-PRONTUARIO TO WS-EC-PRONTUARIO(WS-EC-COUNT).
        MOVE EC-CHAVE-PGTO TO WS-EC-CHAVE-PGTO(WS-EC-COUNT).
        MOVE EC-TOTAL-CONTROLE TO WS-EC-TOTAL(WS-EC-COUNT).
        MOVE EC-IND-RETIF TO WS-EC-IND-RETIF(WS-EC-COUNT).
        MOVE EC-SITUACAO TO WS-EC-SIT(WS-EC-COUNT).
        MOVE EC-RECIBO TO WS-EC-RECIBO(WS-EC-COUNT).
        MOVE EC-TIMESTAMP TO WS-EC-TS(WS-EC-COUNT).

        REGRAVA-ESOCCTL.
        OPEN OUTPUT ESOCCTL-FILE.
        PERFORM VARYING WS-EC-IDX FROM 1 BY 1
            UNTIL WS-EC-IDX > WS-EC-COUNT
            MOVE SPACES TO ESOCCTL-RECORD
            MOVE WS-EC-EVENTO(WS-EC-IDX) TO EC-EVENTO
            MOVE WS-EC-COMPETENCIA(WS-EC-IDX) TO EC-COMPETENCIA
            MOVE WS-EC-EMPRESA(WS-EC-IDX) TO EC-EMPRESA
            MOVE WS-EC-PRONTUARIO(WS-EC-IDX) TO EC-PRONTUARIO
            MOVE WS-EC-CHAVE-PGTO(WS-EC-IDX) TO EC-CHAVE-PGTO
            MOVE WS-EC-TOTAL(WS-EC-IDX) TO EC-TOTAL-CONTROLE
            MOVE WS-EC-IND-RETIF(WS-EC-IDX) TO EC-IND-RETIF
            MOVE WS-EC-SIT(WS-EC-IDX) TO EC-SITUACAO
            MOVE WS-EC-RECIBO(WS-EC-IDX) TO EC-RECIBO
            MOVE WS-EC-TS(WS-EC-IDX) TO EC-TIMESTAMP
            WRITE ESOCCTL-RECORD
        END-PERFORM.
        CLOSE ESOCCTL-FILE.

        LOAD-EMPRESA-TABLE.
        MOVE SPACES TO WS-EP-TAB.
        MOVE "N" TO WS-EMPRESA-EOF.
        OPEN INPUT EMPRESA-FILE.
        IF WS-EMPRESA-STATUS = "00"
            PERFORM UNTIL EMPRESA-EOF
                READ EMPRESA-FILE
                    AT END
                        MOVE "Y" TO WS-EMPRESA-EOF
                    NOT AT END
                        IF EP-CODIGO NUMERIC AND EP-CODIGO > ZERO
                            MOVE EP-CNPJ TO WS-EP-CNPJ(EP-CODIGO)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EMPRESA-FILE
        ELSE
            DISPLAY "AVISO: EMPRESA.DAT indisponivel (status "
                WS-EMPRESA-STATUS ") - eventos sem CNPJ"
        END-IF.

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

        LOAD-RUBMOV-TABLE.
        MOVE ZERO TO WS-MV-COUNT.
        MOVE "N" TO WS-RUBMOV-EOF.
        OPEN INPUT RUBMOV-FILE.
        IF WS-RUBMOV-STATUS = "00"
            PERFORM UNTIL RUBMOV-EOF
                READ RUBMOV-FILE
                    AT END
                        MOVE "Y" TO WS-RUBMOV-EOF
                    NOT AT END
                        IF WS-MV-COUNT >= WS-MV-MAXIMO
                            DISPLAY "AVISO: limite de " WS-MV-MAXIMO
                                " movimentos de rubrica atingido, "
                                RM-PRONTUARIO " ignorado"
                        ELSE
                            ADD 1 TO WS-MV-COUNT
                            MOVE RM-PRONTUARIO
                                TO WS-MV-PRONTUARIO(WS-MV-COUNT)
                            MOVE RM-RUBRICA
                                TO WS-MV-RUBRICA(WS-MV-COUNT)
                            MOVE RM-VALOR
                                TO WS-MV-VALOR(WS-MV-COUNT)
                            MOVE RM-COMP-INICIO
                                TO WS-MV-COMP-INICIO(WS-MV-COUNT)
                            MOVE RM-COMP-FIM
                                TO WS-MV-COMP-FIM(WS-MV-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RUBMOV-FILE
        END-IF.

        COPY "JOBJRN.cpy".

        COPY "VINCCAL.cpy".

        COPY "EMPHCAL.cpy".
