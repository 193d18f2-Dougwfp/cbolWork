      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ficha financeira - para um ano, mes a mes (uma
      *          coluna por competencia), todos os vencimentos e
      *          descontos de cada funcionario: horas, horas extras,
      *          adicional noturno, faltas, salario-familia, pensao,
      *          consignado, cada rubrica, INSS, IRRF, FGTS e liquido,
      *          alem de ferias, 13o, rescisao, banco de horas e PLR.
      *          Monta a partir da trilha de auditoria (liquidando os
      *          estornos "E"), dos arquivos de expurgo ARCH-AUDITLOG
      *          informados para anos antigos, do FERIASLG, DEC13LOG e
      *          RUBLOG, para um prontuario, um departamento ou uma
      *          empresa inteira, e confere os totais do ano com o
      *          YTDHIST (ou com os acumulados do cadastro no ano
      *          ainda aberto).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. FICHAFIN.

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
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EM-PRONTUARIO
            FILE STATUS IS WS-EMPMAST-STATUS.

            SELECT EMPRESA-FILE ASSIGN TO "data/EMPRESA.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EMPRESA-STATUS.

            SELECT AUDITLOG-FILE ASSIGN TO "data/AUDITLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDITLOG-STATUS.

            SELECT ARCHIVE-FILE ASSIGN USING WS-ARQ-NOME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARCHIVE-STATUS.

            SELECT FERIASLG-FILE ASSIGN TO "data/FERIASLG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FERIASLG-STATUS.

            SELECT DEC13LOG-FILE ASSIGN TO "data/DEC13LOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEC13LOG-STATUS.

            SELECT RUBLOG-FILE ASSIGN TO "data/RUBLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUBLOG-STATUS.

            SELECT YTDHIST-FILE ASSIGN TO "data/YTDHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-YTDHIST-STATUS.

            SELECT RELATO-FILE ASSIGN TO "data/FICHAFIN.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RELATO-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  EMPRESA-FILE.
        COPY "EMPRESA.cpy".

        FD  AUDITLOG-FILE.
        COPY "AUDITLOG.cpy".

        FD  ARCHIVE-FILE.
        01 ARCHIVE-LINHA PIC X(400).

        FD  FERIASLG-FILE.
        COPY "FERIASLG.cpy".

        FD  DEC13LOG-FILE.
        COPY "DEC13LOG.cpy".

        FD  RUBLOG-FILE.
        COPY "RUBLOG.cpy".

        FD  YTDHIST-FILE.
        COPY "YTDHIST.cpy".

        FD  RELATO-FILE.
        01 RELATO-LINHA PIC X(120).

        WORKING-STORAGE SECTION.
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-EMPRESA-STATUS PIC XX VALUE "00".
        77 WS-AUDITLOG-STATUS PIC XX VALUE "00".
        77 WS-ARCHIVE-STATUS PIC XX VALUE "00".
        77 WS-FERIASLG-STATUS PIC XX VALUE "00".
        77 WS-DEC13LOG-STATUS PIC XX VALUE "00".
        77 WS-RUBLOG-STATUS PIC XX VALUE "00".
        77 WS-YTDHIST-STATUS PIC XX VALUE "00".
        77 WS-RELATO-STATUS PIC XX VALUE "00".
        77 WS-EOF PIC X VALUE "N".
            88 ARQUIVO-EOF VALUE "Y".
        77 WS-EMPRESA-EOF PIC X VALUE "N".
            88 EMPRESA-EOF VALUE "Y".
        77 WS-ANO-FICHA PIC 9(04) VALUE ZERO.
        77 WS-ANO-CORRENTE PIC 9(04) VALUE ZERO.
        77 WS-SEL-PRONTUARIO PIC X(08) VALUE SPACES.
        77 WS-SEL-DEPTO PIC X(10) VALUE SPACES.
        77 WS-SEL-EMPRESA PIC 9(02) VALUE ZERO.
        77 WS-EMPRESA-EMPREGADO PIC 9(02) VALUE ZERO.
        77 WS-EMPRESA-RAZAO PIC X(30) VALUE SPACES.
        77 WS-EMPRESA-CNPJ PIC X(14) VALUE SPACES.
        77 WS-QTD-FICHAS PIC 9(05) VALUE ZERO.
        77 WS-QTD-DIVERGENTES PIC 9(05) VALUE ZERO.
        77 WS-QTD-LIDOS PIC 9(07) VALUE ZERO.
        77 WS-QTD-ESTORNOS PIC 9(07) VALUE ZERO.
      * arquivos de expurgo da trilha de auditoria a incluir
        77 WS-ARQ-NOME PIC X(40) VALUE SPACES.
        77 WS-AQ-COUNT PIC 9(02) VALUE ZERO.
        77 WS-AQ-IDX PIC 9(02) VALUE ZERO.
        77 WS-AQ-MAXIMO PIC 9(02) VALUE 10.
        01 WS-AQ-TAB.
            05 WS-AQ-NOME OCCURS 10 TIMES PIC X(40).
      * linha da auditoria em numerico
        77 WS-SINAL PIC S9(01) VALUE +1.
        77 WS-MES PIC 9(02) VALUE ZERO.
        77 WS-LINHA-BRUTO PIC 9(02) VALUE ZERO.
        77 WS-AN-BRUTO PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-INSS PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-IRRF PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-LIQUIDO PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-FGTS PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-ADIANTAMENTO PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-FALTAS PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-SALFAMILIA PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-PENSAO PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-CONSIGNADO PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-RUB-PROVENTOS PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-RUB-DESCONTOS PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-ACERTO-IRRF PIC S9(07)V99 VALUE ZERO.
        77 WS-AN-NOTURNO PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-VALE-TRANSP PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-VALE-REFEICAO PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-PLANO-SAUDE PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-MATERNIDADE PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-DISSIDIO PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-COMISSAO PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-DSR-COMISSAO PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-INSALUBRIDADE PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-PERICULOSIDADE PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-HORAS PIC 9(05) VALUE ZERO.
        77 WS-AN-HORAS-EXTRA PIC 9(05) VALUE ZERO.
        77 WS-AN-VALOR-EXTRA PIC 9(07)V99 VALUE ZERO.
        77 WS-AN-SALARIO PIC S9(07)V99 VALUE ZERO.
        77 WS-AN-FERIAS PIC X VALUE "N".
            88 AN-FERIAS VALUE "S".
      * linhas da ficha (o numero de cada uma e o subscrito usado
      * nos paragrafos de apuracao)
        77 WS-LF-IDX PIC 9(02) VALUE ZERO.
        77 WS-LF-MAXIMO PIC 9(02) VALUE 34.
        01 WS-LF-ROTULOS.
            05 FILLER PIC X(20) VALUE "HORAS TRABALHADAS".
            05 FILLER PIC X(20) VALUE "HORAS EXTRAS (QTD)".
            05 FILLER PIC X(20) VALUE "SALARIO".
            05 FILLER PIC X(20) VALUE "HORAS EXTRAS".
            05 FILLER PIC X(20) VALUE "ADICIONAL NOTURNO".
            05 FILLER PIC X(20) VALUE "COMISSOES".
            05 FILLER PIC X(20) VALUE "DSR S/ COMISSOES".
            05 FILLER PIC X(20) VALUE "INSALUBRIDADE".
            05 FILLER PIC X(20) VALUE "PERICULOSIDADE".
            05 FILLER PIC X(20) VALUE "DIFERENCA DISSIDIO".
            05 FILLER PIC X(20) VALUE "SALARIO-MATERNIDADE".
            05 FILLER PIC X(20) VALUE "FERIAS".
            05 FILLER PIC X(20) VALUE "13o SALARIO".
            05 FILLER PIC X(20) VALUE "RESCISAO".
            05 FILLER PIC X(20) VALUE "BANCO DE HORAS PAGO".
            05 FILLER PIC X(20) VALUE "PLR".
            05 FILLER PIC X(20) VALUE "(-) FALTAS/DSR".
            05 FILLER PIC X(20) VALUE "TOTAL BRUTO".
            05 FILLER PIC X(20) VALUE "SALARIO-FAMILIA".
            05 FILLER PIC X(20) VALUE "RUBRICAS PROVENTOS".
            05 FILLER PIC X(20) VALUE "(-) ADIANTAMENTO".
            05 FILLER PIC X(20) VALUE "(-) INSS".
            05 FILLER PIC X(20) VALUE "(-) IRRF".
            05 FILLER PIC X(20) VALUE "(-) ACERTO IRRF".
            05 FILLER PIC X(20) VALUE "(-) PENSAO ALIMENT.".
            05 FILLER PIC X(20) VALUE "(-) CONSIGNADO".
            05 FILLER PIC X(20) VALUE "(-) RUBRICAS DESC.".
            05 FILLER PIC X(20) VALUE "(-) VALE-TRANSPORTE".
            05 FILLER PIC X(20) VALUE "(-) VALE-REFEICAO".
            05 FILLER PIC X(20) VALUE "(-) PLANO DE SAUDE".
            05 FILLER PIC X(20) VALUE "LIQUIDO".
            05 FILLER PIC X(20) VALUE "FGTS DEPOSITADO".
            05 FILLER PIC X(20) VALUE "DIAS DE FERIAS".
            05 FILLER PIC X(20) VALUE "13o AVOS".
        01 WS-LF-TAB REDEFINES WS-LF-ROTULOS.
            05 WS-LF-ROTULO OCCURS 34 TIMES PIC X(20).
      * funcionarios selecionados, com os valores de cada linha da
      * ficha por mes e os totais conferidos com o YTDHIST
        77 WS-FE-COUNT PIC 9(03) VALUE ZERO.
        77 WS-FE-IDX PIC 9(03) VALUE ZERO.
        77 WS-FE-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-FE-MAXIMO PIC 9(03) VALUE 300.
        01 WS-FE-TAB.
            05 WS-FE-ENTRY OCCURS 300 TIMES.
                10 WS-FE-PRONTUARIO PIC X(08).
                10 WS-FE-LINHA OCCURS 34 TIMES.
                    15 WS-FE-VALOR OCCURS 12 TIMES PIC S9(07)V99.
                10 WS-FE-ULT-ESTORNO OCCURS 12 TIMES PIC 9(14).
                10 WS-FE-RC-BRUTO PIC S9(09)V99.
                10 WS-FE-RC-INSS PIC S9(09)V99.
                10 WS-FE-RC-IRRF PIC S9(09)V99.
                10 WS-FE-RC-DECIMO13 PIC S9(09)V99.
                10 WS-FE-RC-PLR PIC S9(09)V99.
                10 WS-FE-YH-ACHOU PIC X(01).
                10 WS-FE-YH-BRUTO PIC 9(07)V99.
                10 WS-FE-YH-INSS PIC 9(07)V99.
                10 WS-FE-YH-IRRF PIC 9(07)V99.
                10 WS-FE-YH-DECIMO13 PIC 9(07)V99.
                10 WS-FE-YH-PLR PIC 9(07)V99.
      * ferias pagas no ano (FERIASLG) para separar a linha de
      * ferias das linhas "N" do calculo mensal
        77 WS-FL-COUNT PIC 9(03) VALUE ZERO.
        77 WS-FL-IDX PIC 9(03) VALUE ZERO.
        77 WS-FL-MAXIMO PIC 9(03) VALUE 500.
        01 WS-FL-TAB.
            05 WS-FL-ENTRY OCCURS 500 TIMES.
                10 WS-FL-FE PIC 9(03).
                10 WS-FL-COMP PIC 9(06).
                10 WS-FL-TIMESTAMP PIC 9(14).
                10 WS-FL-USADO PIC X(01).
      * rubricas do RUBLOG por funcionario
        77 WS-FR-COUNT PIC 9(04) VALUE ZERO.
        77 WS-FR-IDX PIC 9(04) VALUE ZERO.
        77 WS-FR-ACHOU PIC 9(04) VALUE ZERO.
        77 WS-FR-MAXIMO PIC 9(04) VALUE 1500.
        01 WS-FR-TAB.
            05 WS-FR-ENTRY OCCURS 1500 TIMES.
                10 WS-FR-FE PIC 9(03).
                10 WS-FR-RUBRICA PIC X(04).
                10 WS-FR-DESCRICAO PIC X(20).
                10 WS-FR-TIPO PIC X(01).
                10 WS-FR-VALOR OCCURS 12 TIMES PIC S9(07)V99.
      * linha em impressao
        77 WS-BLOCO PIC 9(01) VALUE ZERO.
        77 WS-MES-INICIO PIC 9(02) VALUE ZERO.
        77 WS-LN-ROTULO PIC X(20) VALUE SPACES.
        77 WS-LN-TOTAL PIC S9(09)V99 VALUE ZERO.
        77 WS-LN-ANO PIC S9(09)V99 VALUE ZERO.
        77 WS-LN-MOVIMENTO PIC X VALUE "N".
            88 LN-COM-MOVIMENTO VALUE "S".
        01 WS-LN-TAB.
            05 WS-LN-VALOR OCCURS 12 TIMES PIC S9(07)V99.
        01 WS-LN-SAIDA.
            05 WS-LS-ROTULO PIC X(20).
            05 WS-LS-COLUNA OCCURS 6 TIMES.
                10 FILLER PIC X(01).
                10 WS-LS-VALOR PIC -Z.ZZZ.ZZ9,99.
            05 FILLER PIC X(01).
            05 WS-LS-TOTAL PIC -ZZZ.ZZZ.ZZ9,99.
        01 WS-CB-SAIDA.
            05 WS-CB-ROTULO PIC X(20).
            05 WS-CB-COLUNA OCCURS 6 TIMES.
                10 FILLER PIC X(06).
                10 WS-CB-MES PIC 9(02).
                10 WS-CB-BARRA PIC X(01).
                10 WS-CB-ANO PIC 9(04).
                10 FILLER PIC X(01).
            05 FILLER PIC X(05).
            05 WS-CB-TOTAL PIC X(11).
      * conferencia dos totais do ano
        77 WS-CF-ROTULO PIC X(12) VALUE SPACES.
        77 WS-CF-FICHA PIC S9(09)V99 VALUE ZERO.
        77 WS-CF-YTD PIC S9(09)V99 VALUE ZERO.
        77 WS-CF-DIVERGE PIC X VALUE "N".
            88 CF-DIVERGE VALUE "S".
        77 WS-CF-FICHA-EDIT PIC -ZZZ.ZZZ.ZZ9,99.
        77 WS-CF-YTD-EDIT PIC -ZZZ.ZZZ.ZZ9,99.
        77 WS-CF-ORIGEM PIC X(30) VALUE SPACES.
        77 WS-EP-COUNT PIC 9(02) VALUE ZERO.
        77 WS-EP-IDX PIC 9(02) VALUE ZERO.
        77 WS-EP-MAXIMO PIC 9(02) VALUE 20.
        01 WS-EP-TAB.
            05 WS-EP-ENTRY OCCURS 20 TIMES.
                10 WS-EP-CODIGO PIC 9(02).
                10 WS-EP-CNPJ PIC X(14).
                10 WS-EP-RAZAO PIC X(30).

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-CORRENTE.
        DISPLAY "Digite o ano da ficha financeira (AAAA): "
            NO ADVANCING.
        ACCEPT WS-ANO-FICHA.
        IF WS-ANO-FICHA < 1900
            DISPLAY "ERRO: ano invalido"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        DISPLAY "Digite o prontuario (em branco = todos): "
            NO ADVANCING.
        ACCEPT WS-SEL-PRONTUARIO.
        DISPLAY "Digite o departamento (em branco = todos): "
            NO ADVANCING.
        ACCEPT WS-SEL-DEPTO.
        DISPLAY "Digite a empresa (codigo, 0=todas): "
            NO ADVANCING.
        ACCEPT WS-SEL-EMPRESA.
        PERFORM INFORMA-EXPURGOS.
        PERFORM CARREGA-EMPRESAS.

        OPEN INPUT EMPMAST-FILE.
        IF WS-EMPMAST-STATUS NOT = "00"
            DISPLAY "ERRO: cadastro de funcionarios indisponivel"
                " (status " WS-EMPMAST-STATUS ")"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM SELECIONA-FUNCIONARIOS.
        IF WS-FE-COUNT = ZERO
            DISPLAY "NENHUM FUNCIONARIO NA SELECAO"
            CLOSE EMPMAST-FILE
            STOP RUN
        END-IF.

        PERFORM CARREGA-FERIASLG.
        PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
            UNTIL WS-AQ-IDX > WS-AQ-COUNT
            PERFORM LE-EXPURGO
        END-PERFORM.
        PERFORM LE-AUDITLOG.
        PERFORM LE-RUBLOG.
        PERFORM LE-DEC13LOG.
        PERFORM LE-YTDHIST.

        OPEN EXTEND RELATO-FILE.
        IF WS-RELATO-STATUS = "35"
            OPEN OUTPUT RELATO-FILE
        END-IF.
        PERFORM VARYING WS-FE-IDX FROM 1 BY 1
            UNTIL WS-FE-IDX > WS-FE-COUNT
            PERFORM IMPRIME-FICHA
        END-PERFORM.
        CLOSE RELATO-FILE.
        CLOSE EMPMAST-FILE.

        DISPLAY "FICHAS FINANCEIRAS " WS-ANO-FICHA ": " WS-QTD-FICHAS
            " (data/FICHAFIN.PRT) - LINHAS DA AUDITORIA LIDAS: "
            WS-QTD-LIDOS " ESTORNOS LIQUIDADOS: " WS-QTD-ESTORNOS.
        IF WS-QTD-DIVERGENTES > ZERO
            DISPLAY "ATENCAO: " WS-QTD-DIVERGENTES " FICHA(S) NAO"
                " CONFEREM COM O ACUMULADO DO ANO - VERIFIQUE OS"
                " ARQUIVOS DE EXPURGO INFORMADOS"
        END-IF.
        STOP RUN.

      * anos ja expurgados da trilha viva ficam nos arquivos
      * ARCH-AUDITLOG-AAAAMMDD.DAT gravados pelo RETENCAO
        INFORMA-EXPURGOS.
        MOVE ZERO TO WS-AQ-COUNT.
        MOVE "X" TO WS-ARQ-NOME.
        PERFORM UNTIL WS-ARQ-NOME = SPACES
            OR WS-AQ-COUNT >= WS-AQ-MAXIMO
            DISPLAY "Arquivo de expurgo a incluir (ex.: data/"
                "ARCH-AUDITLOG-AAAAMMDD.DAT, em branco encerra): "
                NO ADVANCING
            MOVE SPACES TO WS-ARQ-NOME
            ACCEPT WS-ARQ-NOME
            IF WS-ARQ-NOME NOT = SPACES
                ADD 1 TO WS-AQ-COUNT
                MOVE WS-ARQ-NOME TO WS-AQ-NOME(WS-AQ-COUNT)
            END-IF
        END-PERFORM.

        SELECIONA-FUNCIONARIOS.
        MOVE ZERO TO WS-FE-COUNT.
        MOVE "N" TO WS-EOF.
        PERFORM UNTIL ARQUIVO-EOF
            READ EMPMAST-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-EOF
                NOT AT END
                    PERFORM AVALIA-FUNCIONARIO
            END-READ
        END-PERFORM.

        AVALIA-FUNCIONARIO.
        PERFORM OBTEM-EMPRESA-EMPREGADO.
        IF (WS-SEL-PRONTUARIO = SPACES
                OR EM-PRONTUARIO = WS-SEL-PRONTUARIO)
            AND (WS-SEL-DEPTO = SPACES
                OR EM-DEPARTAMENTO = WS-SEL-DEPTO)
            AND (WS-SEL-EMPRESA = ZERO
                OR WS-EMPRESA-EMPREGADO = WS-SEL-EMPRESA)
            IF WS-FE-COUNT >= WS-FE-MAXIMO
                DISPLAY "AVISO: limite de " WS-FE-MAXIMO
                    " fichas por execucao atingido, " EM-PRONTUARIO
                    " fora - emita por departamento"
            ELSE
                ADD 1 TO WS-FE-COUNT
                INITIALIZE WS-FE-ENTRY(WS-FE-COUNT)
                MOVE EM-PRONTUARIO TO WS-FE-PRONTUARIO(WS-FE-COUNT)
                MOVE "N" TO WS-FE-YH-ACHOU(WS-FE-COUNT)
            END-IF
        END-IF.

        OBTEM-EMPRESA-EMPREGADO.
        IF EM-EMPRESA NUMERIC
            MOVE EM-EMPRESA TO WS-EMPRESA-EMPREGADO
        ELSE
            MOVE 1 TO WS-EMPRESA-EMPREGADO
        END-IF.
        IF WS-EMPRESA-EMPREGADO = ZERO
            MOVE 1 TO WS-EMPRESA-EMPREGADO
        END-IF.

        LOCALIZA-FUNCIONARIO.
        MOVE ZERO TO WS-FE-ACHOU.
        PERFORM VARYING WS-FE-IDX FROM 1 BY 1
            UNTIL WS-FE-IDX > WS-FE-COUNT OR WS-FE-ACHOU > ZERO
            IF WS-FE-PRONTUARIO(WS-FE-IDX) = WS-ARQ-NOME(1:8)
                MOVE WS-FE-IDX TO WS-FE-ACHOU
            END-IF
        END-PERFORM.

        CARREGA-FERIASLG.
        MOVE ZERO TO WS-FL-COUNT.
        MOVE "N" TO WS-EOF.
        OPEN INPUT FERIASLG-FILE.
        IF WS-FERIASLG-STATUS = "00"
            PERFORM UNTIL ARQUIVO-EOF
                READ FERIASLG-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF FL-COMPETENCIA(1:4) = WS-ANO-FICHA
                            PERFORM GUARDA-FERIASLG
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FERIASLG-FILE
        END-IF.

        GUARDA-FERIASLG.
        MOVE FL-PRONTUARIO TO WS-ARQ-NOME(1:8).
        PERFORM LOCALIZA-FUNCIONARIO.
        IF WS-FE-ACHOU > ZERO
            IF WS-FL-COUNT >= WS-FL-MAXIMO
                DISPLAY "AVISO: limite de " WS-FL-MAXIMO
                    " pagamentos de ferias atingido, " FL-PRONTUARIO
                    " ignorado"
            ELSE
                ADD 1 TO WS-FL-COUNT
                MOVE WS-FE-ACHOU TO WS-FL-FE(WS-FL-COUNT)
                MOVE FL-COMPETENCIA TO WS-FL-COMP(WS-FL-COUNT)
                MOVE FL-TIMESTAMP TO WS-FL-TIMESTAMP(WS-FL-COUNT)
                MOVE "N" TO WS-FL-USADO(WS-FL-COUNT)
                MOVE FL-COMPETENCIA(5:2) TO WS-MES
                ADD FL-DIAS TO WS-FE-VALOR(WS-FE-ACHOU, 33, WS-MES)
            END-IF
        END-IF.

        LE-EXPURGO.
        MOVE WS-AQ-NOME(WS-AQ-IDX) TO WS-ARQ-NOME.
        MOVE "N" TO WS-EOF.
        OPEN INPUT ARCHIVE-FILE.
        IF WS-ARCHIVE-STATUS NOT = "00"
            DISPLAY "AVISO: " WS-ARQ-NOME " indisponivel (status "
                WS-ARCHIVE-STATUS ") - nao incluido"
        ELSE
            PERFORM UNTIL ARQUIVO-EOF
                READ ARCHIVE-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF ARCHIVE-LINHA(1:8) NOT = "TRAILER "
                            MOVE SPACES TO AUDITLOG-RECORD
                            MOVE ARCHIVE-LINHA TO AUDITLOG-RECORD
                            PERFORM AVALIA-AUDITORIA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ARCHIVE-FILE
        END-IF.

        LE-AUDITLOG.
        MOVE "N" TO WS-EOF.
        OPEN INPUT AUDITLOG-FILE.
        IF WS-AUDITLOG-STATUS NOT = "00"
            DISPLAY "AVISO: AUDITLOG.DAT indisponivel (status "
                WS-AUDITLOG-STATUS ")"
        ELSE
            PERFORM UNTIL ARQUIVO-EOF
                READ AUDITLOG-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        PERFORM AVALIA-AUDITORIA
                END-READ
            END-PERFORM
            CLOSE AUDITLOG-FILE
        END-IF.

        AVALIA-AUDITORIA.
        IF AL-COMPETENCIA NUMERIC
            AND AL-COMPETENCIA(1:4) = WS-ANO-FICHA
            MOVE AL-PRONTUARIO TO WS-ARQ-NOME(1:8)
            PERFORM LOCALIZA-FUNCIONARIO
            IF WS-FE-ACHOU > ZERO
                ADD 1 TO WS-QTD-LIDOS
                MOVE AL-COMPETENCIA(5:2) TO WS-MES
                PERFORM CONVERTE-AUDITORIA
                PERFORM APURA-AUDITORIA
            END-IF
        END-IF.

      * colunas acrescentadas depois na trilha ficam em branco nas
      * linhas antigas e nos fluxos que nao as preenchem
        CONVERTE-AUDITORIA.
        MOVE AL-SALBRUTO TO WS-AN-BRUTO.
        MOVE AL-INSS TO WS-AN-INSS.
        MOVE AL-IRRF TO WS-AN-IRRF.
        MOVE AL-SALLIQUIDO TO WS-AN-LIQUIDO.
        MOVE AL-FGTS TO WS-AN-FGTS.
        MOVE ZERO TO WS-AN-ADIANTAMENTO WS-AN-FALTAS
            WS-AN-SALFAMILIA WS-AN-PENSAO WS-AN-CONSIGNADO
            WS-AN-RUB-PROVENTOS WS-AN-RUB-DESCONTOS WS-AN-ACERTO-IRRF
            WS-AN-NOTURNO WS-AN-VALE-TRANSP WS-AN-VALE-REFEICAO
            WS-AN-PLANO-SAUDE WS-AN-MATERNIDADE WS-AN-DISSIDIO
            WS-AN-COMISSAO WS-AN-DSR-COMISSAO WS-AN-INSALUBRIDADE
            WS-AN-PERICULOSIDADE WS-AN-HORAS WS-AN-HORAS-EXTRA
            WS-AN-VALOR-EXTRA.
        IF AL-ADIANTAMENTO NOT = SPACES
            MOVE AL-ADIANTAMENTO TO WS-AN-ADIANTAMENTO
        END-IF.
        IF AL-DESC-FALTAS NOT = SPACES
            MOVE AL-DESC-FALTAS TO WS-AN-FALTAS
        END-IF.
        IF AL-SALFAMILIA NOT = SPACES
            MOVE AL-SALFAMILIA TO WS-AN-SALFAMILIA
        END-IF.
        IF AL-PENSAO NOT = SPACES
            MOVE AL-PENSAO TO WS-AN-PENSAO
        END-IF.
        IF AL-CONSIGNADO NOT = SPACES
            MOVE AL-CONSIGNADO TO WS-AN-CONSIGNADO
        END-IF.
        IF AL-RUB-PROVENTOS NOT = SPACES
            MOVE AL-RUB-PROVENTOS TO WS-AN-RUB-PROVENTOS
        END-IF.
        IF AL-RUB-DESCONTOS NOT = SPACES
            MOVE AL-RUB-DESCONTOS TO WS-AN-RUB-DESCONTOS
        END-IF.
        IF AL-ACERTO-IRRF NOT = SPACES
            MOVE AL-ACERTO-IRRF TO WS-AN-ACERTO-IRRF
        END-IF.
        IF AL-ADIC-NOTURNO NOT = SPACES
            MOVE AL-ADIC-NOTURNO TO WS-AN-NOTURNO
        END-IF.
        IF AL-VALE-TRANSP NOT = SPACES
            MOVE AL-VALE-TRANSP TO WS-AN-VALE-TRANSP
        END-IF.
        IF AL-VALE-REFEICAO NOT = SPACES
            MOVE AL-VALE-REFEICAO TO WS-AN-VALE-REFEICAO
        END-IF.
        IF AL-PLANO-SAUDE NOT = SPACES
            MOVE AL-PLANO-SAUDE TO WS-AN-PLANO-SAUDE
        END-IF.
        IF AL-SAL-MATERNIDADE NOT = SPACES
            MOVE AL-SAL-MATERNIDADE TO WS-AN-MATERNIDADE
        END-IF.
        IF AL-DIF-DISSIDIO NOT = SPACES
            MOVE AL-DIF-DISSIDIO TO WS-AN-DISSIDIO
        END-IF.
        IF AL-COMISSAO NOT = SPACES
            MOVE AL-COMISSAO TO WS-AN-COMISSAO
        END-IF.
        IF AL-DSR-COMISSAO NOT = SPACES
            MOVE AL-DSR-COMISSAO TO WS-AN-DSR-COMISSAO
        END-IF.
        IF AL-INSALUBRIDADE NOT = SPACES
            MOVE AL-INSALUBRIDADE TO WS-AN-INSALUBRIDADE
        END-IF.
        IF AL-PERICULOSIDADE NOT = SPACES
            MOVE AL-PERICULOSIDADE TO WS-AN-PERICULOSIDADE
        END-IF.
        IF AL-HORAS NUMERIC
            MOVE AL-HORAS TO WS-AN-HORAS
        END-IF.
        IF AL-HORAS-EXTRA NUMERIC
            MOVE AL-HORAS-EXTRA TO WS-AN-HORAS-EXTRA
        END-IF.
        IF AL-VALOR-EXTRA NOT = SPACES
            MOVE AL-VALOR-EXTRA TO WS-AN-VALOR-EXTRA
        END-IF.

      * o bruto vai para a linha do fluxo que o gerou; no calculo
      * mensal e na complementar ele e aberto nos componentes e o
      * que sobra e o salario das horas normais
        APURA-AUDITORIA.
        MOVE +1 TO WS-SINAL.
        MOVE "N" TO WS-AN-FERIAS.
        EVALUATE TRUE
            WHEN AL-ESTORNO
                MOVE -1 TO WS-SINAL
                MOVE 3 TO WS-LINHA-BRUTO
                ADD 1 TO WS-QTD-ESTORNOS
                IF AL-TIMESTAMP > WS-FE-ULT-ESTORNO(WS-FE-ACHOU, WS-MES)
                    MOVE AL-TIMESTAMP
                        TO WS-FE-ULT-ESTORNO(WS-FE-ACHOU, WS-MES)
                END-IF
            WHEN AL-DECIMO13
                MOVE 13 TO WS-LINHA-BRUTO
            WHEN AL-RESCISAO
                MOVE 14 TO WS-LINHA-BRUTO
            WHEN AL-BANCO-HORAS
                MOVE 15 TO WS-LINHA-BRUTO
            WHEN AL-PLR
                MOVE 16 TO WS-LINHA-BRUTO
            WHEN AL-NORMAL
                MOVE 3 TO WS-LINHA-BRUTO
                PERFORM IDENTIFICA-FERIAS
                IF AN-FERIAS
                    MOVE 12 TO WS-LINHA-BRUTO
                END-IF
            WHEN OTHER
                MOVE 3 TO WS-LINHA-BRUTO
        END-EVALUATE.
        IF WS-LINHA-BRUTO = 3
            PERFORM APURA-COMPONENTES
        ELSE
            COMPUTE WS-FE-VALOR(WS-FE-ACHOU, WS-LINHA-BRUTO, WS-MES)
                = WS-FE-VALOR(WS-FE-ACHOU, WS-LINHA-BRUTO, WS-MES)
                + WS-SINAL * WS-AN-BRUTO
        END-IF.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 18, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 18, WS-MES)
            + WS-SINAL * WS-AN-BRUTO.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 19, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 19, WS-MES)
            + WS-SINAL * WS-AN-SALFAMILIA.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 20, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 20, WS-MES)
            + WS-SINAL * WS-AN-RUB-PROVENTOS.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 21, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 21, WS-MES)
            + WS-SINAL * WS-AN-ADIANTAMENTO.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 22, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 22, WS-MES)
            + WS-SINAL * WS-AN-INSS.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 23, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 23, WS-MES)
            + WS-SINAL * WS-AN-IRRF.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 24, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 24, WS-MES)
            + WS-SINAL * WS-AN-ACERTO-IRRF.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 25, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 25, WS-MES)
            + WS-SINAL * WS-AN-PENSAO.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 26, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 26, WS-MES)
            + WS-SINAL * WS-AN-CONSIGNADO.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 27, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 27, WS-MES)
            + WS-SINAL * WS-AN-RUB-DESCONTOS.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 28, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 28, WS-MES)
            + WS-SINAL * WS-AN-VALE-TRANSP.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 29, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 29, WS-MES)
            + WS-SINAL * WS-AN-VALE-REFEICAO.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 30, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 30, WS-MES)
            + WS-SINAL * WS-AN-PLANO-SAUDE.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 31, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 31, WS-MES)
            + WS-SINAL * WS-AN-LIQUIDO.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 32, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 32, WS-MES)
            + WS-SINAL * WS-AN-FGTS.
        PERFORM ACUMULA-CONFERENCIA.

      * o que entra no acumulado do cadastro (e no YTDHIST): calculo
      * mensal, complementar e 13o liquidos de estorno no bruto, INSS
      * e IRRF; o 13o tambem a parte, e a PLR so na sua coluna.
      * Rescisao e banco de horas nao passam pelo acumulado
        ACUMULA-CONFERENCIA.
        EVALUATE TRUE
            WHEN AL-PLR
                COMPUTE WS-FE-RC-PLR(WS-FE-ACHOU) =
                    WS-FE-RC-PLR(WS-FE-ACHOU) + WS-AN-BRUTO
            WHEN AL-RESCISAO OR AL-BANCO-HORAS
                CONTINUE
            WHEN OTHER
                COMPUTE WS-FE-RC-BRUTO(WS-FE-ACHOU) =
                    WS-FE-RC-BRUTO(WS-FE-ACHOU)
                    + WS-SINAL * WS-AN-BRUTO
                COMPUTE WS-FE-RC-INSS(WS-FE-ACHOU) =
                    WS-FE-RC-INSS(WS-FE-ACHOU)
                    + WS-SINAL * WS-AN-INSS
                COMPUTE WS-FE-RC-IRRF(WS-FE-ACHOU) =
                    WS-FE-RC-IRRF(WS-FE-ACHOU)
                    + WS-SINAL * WS-AN-IRRF
                IF AL-DECIMO13
                    COMPUTE WS-FE-RC-DECIMO13(WS-FE-ACHOU) =
                        WS-FE-RC-DECIMO13(WS-FE-ACHOU) + WS-AN-BRUTO
                END-IF
        END-EVALUATE.

        APURA-COMPONENTES.
        COMPUTE WS-AN-SALARIO = WS-AN-BRUTO - WS-AN-VALOR-EXTRA
            - WS-AN-NOTURNO - WS-AN-COMISSAO - WS-AN-DSR-COMISSAO
            - WS-AN-INSALUBRIDADE - WS-AN-PERICULOSIDADE
            - WS-AN-DISSIDIO - WS-AN-MATERNIDADE + WS-AN-FALTAS.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 1, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 1, WS-MES)
            + WS-SINAL * WS-AN-HORAS.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 2, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 2, WS-MES)
            + WS-SINAL * WS-AN-HORAS-EXTRA.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 3, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 3, WS-MES)
            + WS-SINAL * WS-AN-SALARIO.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 4, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 4, WS-MES)
            + WS-SINAL * WS-AN-VALOR-EXTRA.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 5, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 5, WS-MES)
            + WS-SINAL * WS-AN-NOTURNO.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 6, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 6, WS-MES)
            + WS-SINAL * WS-AN-COMISSAO.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 7, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 7, WS-MES)
            + WS-SINAL * WS-AN-DSR-COMISSAO.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 8, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 8, WS-MES)
            + WS-SINAL * WS-AN-INSALUBRIDADE.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 9, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 9, WS-MES)
            + WS-SINAL * WS-AN-PERICULOSIDADE.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 10, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 10, WS-MES)
            + WS-SINAL * WS-AN-DISSIDIO.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 11, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 11, WS-MES)
            + WS-SINAL * WS-AN-MATERNIDADE.
        COMPUTE WS-FE-VALOR(WS-FE-ACHOU, 17, WS-MES) =
            WS-FE-VALOR(WS-FE-ACHOU, 17, WS-MES)
            + WS-SINAL * WS-AN-FALTAS.

      * as ferias saem da auditoria como linha "N"; o pagamento e
      * reconhecido pelo FERIASLG do mesmo prontuario e competencia
      * gravado em seguida, no mesmo dia
        IDENTIFICA-FERIAS.
        PERFORM VARYING WS-FL-IDX FROM 1 BY 1
            UNTIL WS-FL-IDX > WS-FL-COUNT OR AN-FERIAS
            IF WS-FL-FE(WS-FL-IDX) = WS-FE-ACHOU
                AND WS-FL-COMP(WS-FL-IDX) = AL-COMPETENCIA
                AND WS-FL-USADO(WS-FL-IDX) = "N"
                AND WS-FL-TIMESTAMP(WS-FL-IDX)(1:8)
                    = AL-TIMESTAMP(1:8)
                AND WS-FL-TIMESTAMP(WS-FL-IDX) >= AL-TIMESTAMP
                MOVE "S" TO WS-AN-FERIAS
                MOVE "S" TO WS-FL-USADO(WS-FL-IDX)
            END-IF
        END-PERFORM.

      * rubricas de uma competencia estornada depois de gravadas
      * (estorno posterior na auditoria) nao entram
        LE-RUBLOG.
        MOVE ZERO TO WS-FR-COUNT.
        MOVE "N" TO WS-EOF.
        OPEN INPUT RUBLOG-FILE.
        IF WS-RUBLOG-STATUS = "00"
            PERFORM UNTIL ARQUIVO-EOF
                READ RUBLOG-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF RL-COMPETENCIA(1:4) = WS-ANO-FICHA
                            PERFORM AVALIA-RUBLOG
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RUBLOG-FILE
        END-IF.

        AVALIA-RUBLOG.
        MOVE RL-PRONTUARIO TO WS-ARQ-NOME(1:8).
        PERFORM LOCALIZA-FUNCIONARIO.
        IF WS-FE-ACHOU > ZERO
            MOVE RL-COMPETENCIA(5:2) TO WS-MES
            IF WS-FE-ULT-ESTORNO(WS-FE-ACHOU, WS-MES) < RL-TIMESTAMP
                PERFORM GUARDA-RUBLOG
            END-IF
        END-IF.

        GUARDA-RUBLOG.
        MOVE ZERO TO WS-FR-ACHOU.
        PERFORM VARYING WS-FR-IDX FROM 1 BY 1
            UNTIL WS-FR-IDX > WS-FR-COUNT
            IF WS-FR-FE(WS-FR-IDX) = WS-FE-ACHOU
                AND WS-FR-RUBRICA(WS-FR-IDX) = RL-RUBRICA
                MOVE WS-FR-IDX TO WS-FR-ACHOU
            END-IF
        END-PERFORM.
        IF WS-FR-ACHOU = ZERO
            IF WS-FR-COUNT >= WS-FR-MAXIMO
                DISPLAY "AVISO: limite de " WS-FR-MAXIMO
                    " rubricas nas fichas atingido, " RL-PRONTUARIO
                    " " RL-RUBRICA " so no total"
            ELSE
                ADD 1 TO WS-FR-COUNT
                MOVE WS-FR-COUNT TO WS-FR-ACHOU
                INITIALIZE WS-FR-ENTRY(WS-FR-ACHOU)
                MOVE WS-FE-ACHOU TO WS-FR-FE(WS-FR-ACHOU)
                MOVE RL-RUBRICA TO WS-FR-RUBRICA(WS-FR-ACHOU)
                MOVE RL-DESCRICAO TO WS-FR-DESCRICAO(WS-FR-ACHOU)
                MOVE RL-TIPO TO WS-FR-TIPO(WS-FR-ACHOU)
            END-IF
        END-IF.
        IF WS-FR-ACHOU > ZERO
            ADD RL-VALOR TO WS-FR-VALOR(WS-FR-ACHOU, WS-MES)
        END-IF.

      * avos do 13o do lote anual: parcela 1 em novembro e
      * parcela 2 em dezembro
        LE-DEC13LOG.
        MOVE "N" TO WS-EOF.
        OPEN INPUT DEC13LOG-FILE.
        IF WS-DEC13LOG-STATUS = "00"
            PERFORM UNTIL ARQUIVO-EOF
                READ DEC13LOG-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF D3-ANO = WS-ANO-FICHA
                            MOVE D3-PRONTUARIO TO WS-ARQ-NOME(1:8)
                            PERFORM LOCALIZA-FUNCIONARIO
                            PERFORM GUARDA-DEC13LOG
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DEC13LOG-FILE
        END-IF.

        GUARDA-DEC13LOG.
        IF WS-FE-ACHOU > ZERO
            IF D3-PARCELA = 1
                MOVE 11 TO WS-MES
            ELSE
                MOVE 12 TO WS-MES
            END-IF
            MOVE D3-AVOS TO WS-FE-VALOR(WS-FE-ACHOU, 34, WS-MES)
        END-IF.

        LE-YTDHIST.
        MOVE "N" TO WS-EOF.
        OPEN INPUT YTDHIST-FILE.
        IF WS-YTDHIST-STATUS = "00"
            PERFORM UNTIL ARQUIVO-EOF
                READ YTDHIST-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF YH-ANO = WS-ANO-FICHA
                            MOVE YH-PRONTUARIO TO WS-ARQ-NOME(1:8)
                            PERFORM LOCALIZA-FUNCIONARIO
                            PERFORM GUARDA-YTDHIST
                        END-IF
                END-READ
            END-PERFORM
            CLOSE YTDHIST-FILE
        END-IF.

        GUARDA-YTDHIST.
        IF WS-FE-ACHOU > ZERO
            MOVE "S" TO WS-FE-YH-ACHOU(WS-FE-ACHOU)
            MOVE YH-SALBRUTO TO WS-FE-YH-BRUTO(WS-FE-ACHOU)
            MOVE YH-INSS TO WS-FE-YH-INSS(WS-FE-ACHOU)
            MOVE YH-IRRF TO WS-FE-YH-IRRF(WS-FE-ACHOU)
            MOVE YH-DECIMO13 TO WS-FE-YH-DECIMO13(WS-FE-ACHOU)
            IF YH-PLR NUMERIC
                MOVE YH-PLR TO WS-FE-YH-PLR(WS-FE-ACHOU)
            ELSE
                MOVE ZERO TO WS-FE-YH-PLR(WS-FE-ACHOU)
            END-IF
        END-IF.

        IMPRIME-FICHA.
        MOVE WS-FE-PRONTUARIO(WS-FE-IDX) TO EM-PRONTUARIO.
        READ EMPMAST-FILE
            INVALID KEY
                MOVE SPACES TO EM-NOME EM-SOBRENOME EM-CPF EM-PIS
                    EM-DEPARTAMENTO
                MOVE ZERO TO EM-DATA-ADMISSAO EM-DATA-DESLIGAMENTO
                    EM-YTD-SALBRUTO EM-YTD-INSS EM-YTD-IRRF
                    EM-YTD-DECIMO13 EM-YTD-PLR
                MOVE 1 TO EM-EMPRESA
        END-READ.
        PERFORM OBTEM-EMPRESA-EMPREGADO.
        PERFORM OBTEM-RAZAO-EMPRESA.
        ADD 1 TO WS-QTD-FICHAS.
        MOVE ALL "=" TO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE SPACES TO RELATO-LINHA.
        STRING "FICHA FINANCEIRA - ANO " WS-ANO-FICHA
            " - EMITIDA EM " FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE SPACES TO RELATO-LINHA.
        STRING "EMPRESA " WS-EMPRESA-EMPREGADO " - "
            WS-EMPRESA-RAZAO " CNPJ " WS-EMPRESA-CNPJ
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE SPACES TO RELATO-LINHA.
        STRING "FUNCIONARIO " EM-PRONTUARIO " " EM-NOME " "
            EM-SOBRENOME " CPF " EM-CPF " PIS " EM-PIS
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE SPACES TO RELATO-LINHA.
        STRING "DEPARTAMENTO " EM-DEPARTAMENTO
            " ADMISSAO " EM-DATA-ADMISSAO
            " DESLIGAMENTO " EM-DATA-DESLIGAMENTO
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        PERFORM VARYING WS-BLOCO FROM 1 BY 1 UNTIL WS-BLOCO > 2
            PERFORM IMPRIME-BLOCO
        END-PERFORM.
        PERFORM IMPRIME-CONFERENCIA.
        MOVE SPACES TO RELATO-LINHA.
        WRITE RELATO-LINHA.

      * um semestre por bloco: seis competencias e o total do
      * semestre (1o bloco) ou do ano (2o bloco)
        IMPRIME-BLOCO.
        COMPUTE WS-MES-INICIO = (WS-BLOCO - 1) * 6.
        MOVE SPACES TO WS-CB-SAIDA.
        MOVE "RUBRICA" TO WS-CB-ROTULO.
        PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 6
            COMPUTE WS-CB-MES(WS-MES) = WS-MES-INICIO + WS-MES
            MOVE "/" TO WS-CB-BARRA(WS-MES)
            MOVE WS-ANO-FICHA TO WS-CB-ANO(WS-MES)
        END-PERFORM.
        IF WS-BLOCO = 1
            MOVE "1o SEMESTRE" TO WS-CB-TOTAL
        ELSE
            MOVE "  TOTAL ANO" TO WS-CB-TOTAL
        END-IF.
        MOVE ALL "-" TO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE WS-CB-SAIDA TO RELATO-LINHA.
        WRITE RELATO-LINHA.
        PERFORM VARYING WS-LF-IDX FROM 1 BY 1
            UNTIL WS-LF-IDX > WS-LF-MAXIMO
            MOVE WS-LF-ROTULO(WS-LF-IDX) TO WS-LN-ROTULO
            PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
                MOVE WS-FE-VALOR(WS-FE-IDX, WS-LF-IDX, WS-MES)
                    TO WS-LN-VALOR(WS-MES)
            END-PERFORM
            PERFORM IMPRIME-LINHA-FICHA
            IF WS-LF-IDX = 20
                MOVE "P" TO WS-LN-ROTULO(20:1)
                PERFORM IMPRIME-RUBRICAS
            END-IF
            IF WS-LF-IDX = 27
                MOVE "D" TO WS-LN-ROTULO(20:1)
                PERFORM IMPRIME-RUBRICAS
            END-IF
        END-PERFORM.

      * cada rubrica do RUBLOG logo abaixo do total de proventos ou
      * de descontos (o tipo vem na ultima posicao do rotulo)
        IMPRIME-RUBRICAS.
        MOVE WS-LN-ROTULO(20:1) TO WS-CF-ROTULO(1:1).
        PERFORM VARYING WS-FR-IDX FROM 1 BY 1
            UNTIL WS-FR-IDX > WS-FR-COUNT
            IF WS-FR-FE(WS-FR-IDX) = WS-FE-IDX
                AND WS-FR-TIPO(WS-FR-IDX) = WS-CF-ROTULO(1:1)
                MOVE SPACES TO WS-LN-ROTULO
                STRING "  " WS-FR-RUBRICA(WS-FR-IDX) " "
                    WS-FR-DESCRICAO(WS-FR-IDX)
                    DELIMITED BY SIZE INTO WS-LN-ROTULO
                PERFORM VARYING WS-MES FROM 1 BY 1
                    UNTIL WS-MES > 12
                    MOVE WS-FR-VALOR(WS-FR-IDX, WS-MES)
                        TO WS-LN-VALOR(WS-MES)
                END-PERFORM
                PERFORM IMPRIME-LINHA-FICHA
            END-IF
        END-PERFORM.

      * linha sem movimento no ano nao e impressa
        IMPRIME-LINHA-FICHA.
        MOVE "N" TO WS-LN-MOVIMENTO.
        MOVE ZERO TO WS-LN-TOTAL WS-LN-ANO.
        PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
            IF WS-LN-VALOR(WS-MES) NOT = ZERO
                MOVE "S" TO WS-LN-MOVIMENTO
            END-IF
            ADD WS-LN-VALOR(WS-MES) TO WS-LN-ANO
            IF WS-MES > WS-MES-INICIO AND WS-MES <= WS-MES-INICIO + 6
                ADD WS-LN-VALOR(WS-MES) TO WS-LN-TOTAL
            END-IF
        END-PERFORM.
        IF LN-COM-MOVIMENTO
            MOVE SPACES TO WS-LN-SAIDA
            MOVE WS-LN-ROTULO TO WS-LS-ROTULO
            PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 6
                MOVE WS-LN-VALOR(WS-MES-INICIO + WS-MES)
                    TO WS-LS-VALOR(WS-MES)
            END-PERFORM
            IF WS-BLOCO = 1
                MOVE WS-LN-TOTAL TO WS-LS-TOTAL
            ELSE
                MOVE WS-LN-ANO TO WS-LS-TOTAL
            END-IF
            MOVE WS-LN-SAIDA TO RELATO-LINHA
            WRITE RELATO-LINHA
        END-IF.

      * totais do ano conferidos com o YTDHIST do fechamento, ou com
      * o acumulado do cadastro se o ano ainda esta aberto
        IMPRIME-CONFERENCIA.
        MOVE "N" TO WS-CF-DIVERGE.
        MOVE ALL "-" TO RELATO-LINHA.
        WRITE RELATO-LINHA.
        EVALUATE TRUE
            WHEN WS-FE-YH-ACHOU(WS-FE-IDX) = "S"
                MOVE "YTDHIST (ANO FECHADO)" TO WS-CF-ORIGEM
            WHEN WS-ANO-FICHA = WS-ANO-CORRENTE
                MOVE "ACUMULADO DO CADASTRO" TO WS-CF-ORIGEM
                MOVE EM-YTD-SALBRUTO TO WS-FE-YH-BRUTO(WS-FE-IDX)
                MOVE EM-YTD-INSS TO WS-FE-YH-INSS(WS-FE-IDX)
                MOVE EM-YTD-IRRF TO WS-FE-YH-IRRF(WS-FE-IDX)
                MOVE EM-YTD-DECIMO13 TO WS-FE-YH-DECIMO13(WS-FE-IDX)
                IF EM-YTD-PLR NUMERIC
                    MOVE EM-YTD-PLR TO WS-FE-YH-PLR(WS-FE-IDX)
                ELSE
                    MOVE ZERO TO WS-FE-YH-PLR(WS-FE-IDX)
                END-IF
            WHEN OTHER
                MOVE SPACES TO WS-CF-ORIGEM
        END-EVALUATE.
        IF WS-CF-ORIGEM = SPACES
            MOVE SPACES TO RELATO-LINHA
            STRING "CONFERENCIA: SEM YTDHIST DO ANO " WS-ANO-FICHA
                " PARA ESTE PRONTUARIO - NAO CONFERIDA"
                DELIMITED BY SIZE INTO RELATO-LINHA
            WRITE RELATO-LINHA
        ELSE
            MOVE "BRUTO" TO WS-CF-ROTULO
            MOVE WS-FE-RC-BRUTO(WS-FE-IDX) TO WS-CF-FICHA
            MOVE WS-FE-YH-BRUTO(WS-FE-IDX) TO WS-CF-YTD
            PERFORM IMPRIME-ITEM-CONFERENCIA
            MOVE "INSS" TO WS-CF-ROTULO
            MOVE WS-FE-RC-INSS(WS-FE-IDX) TO WS-CF-FICHA
            MOVE WS-FE-YH-INSS(WS-FE-IDX) TO WS-CF-YTD
            PERFORM IMPRIME-ITEM-CONFERENCIA
            MOVE "IRRF" TO WS-CF-ROTULO
            MOVE WS-FE-RC-IRRF(WS-FE-IDX) TO WS-CF-FICHA
            MOVE WS-FE-YH-IRRF(WS-FE-IDX) TO WS-CF-YTD
            PERFORM IMPRIME-ITEM-CONFERENCIA
            MOVE "13o SALARIO" TO WS-CF-ROTULO
            MOVE WS-FE-RC-DECIMO13(WS-FE-IDX) TO WS-CF-FICHA
            MOVE WS-FE-YH-DECIMO13(WS-FE-IDX) TO WS-CF-YTD
            PERFORM IMPRIME-ITEM-CONFERENCIA
            MOVE "PLR" TO WS-CF-ROTULO
            MOVE WS-FE-RC-PLR(WS-FE-IDX) TO WS-CF-FICHA
            MOVE WS-FE-YH-PLR(WS-FE-IDX) TO WS-CF-YTD
            PERFORM IMPRIME-ITEM-CONFERENCIA
            IF CF-DIVERGE
                ADD 1 TO WS-QTD-DIVERGENTES
                DISPLAY EM-PRONTUARIO " FICHA " WS-ANO-FICHA
                    " DIVERGE DO " WS-CF-ORIGEM
            END-IF
        END-IF.

        IMPRIME-ITEM-CONFERENCIA.
        MOVE WS-CF-FICHA TO WS-CF-FICHA-EDIT.
        MOVE WS-CF-YTD TO WS-CF-YTD-EDIT.
        MOVE SPACES TO RELATO-LINHA.
        IF WS-CF-FICHA = WS-CF-YTD
            STRING "CONFERENCIA " WS-CF-ROTULO " FICHA="
                WS-CF-FICHA-EDIT " " WS-CF-ORIGEM "="
                WS-CF-YTD-EDIT " CONFERE"
                DELIMITED BY SIZE INTO RELATO-LINHA
        ELSE
            MOVE "S" TO WS-CF-DIVERGE
            STRING "CONFERENCIA " WS-CF-ROTULO " FICHA="
                WS-CF-FICHA-EDIT " " WS-CF-ORIGEM "="
                WS-CF-YTD-EDIT " *** DIVERGENTE ***"
                DELIMITED BY SIZE INTO RELATO-LINHA
        END-IF.
        WRITE RELATO-LINHA.

        CARREGA-EMPRESAS.
        MOVE ZERO TO WS-EP-COUNT.
        MOVE "N" TO WS-EMPRESA-EOF.
        OPEN INPUT EMPRESA-FILE.
        IF WS-EMPRESA-STATUS = "00"
            PERFORM UNTIL EMPRESA-EOF
                READ EMPRESA-FILE
                    AT END
                        MOVE "Y" TO WS-EMPRESA-EOF
                    NOT AT END
                        IF WS-EP-COUNT < WS-EP-MAXIMO
                            ADD 1 TO WS-EP-COUNT
                            MOVE EP-CODIGO
                                TO WS-EP-CODIGO(WS-EP-COUNT)
                            MOVE EP-CNPJ
                                TO WS-EP-CNPJ(WS-EP-COUNT)
                            MOVE EP-RAZAO
                                TO WS-EP-RAZAO(WS-EP-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EMPRESA-FILE
        END-IF.

        OBTEM-RAZAO-EMPRESA.
        MOVE SPACES TO WS-EMPRESA-RAZAO WS-EMPRESA-CNPJ.
        PERFORM VARYING WS-EP-IDX FROM 1 BY 1
            UNTIL WS-EP-IDX > WS-EP-COUNT
            IF WS-EP-CODIGO(WS-EP-IDX) = WS-EMPRESA-EMPREGADO
                MOVE WS-EP-RAZAO(WS-EP-IDX) TO WS-EMPRESA-RAZAO
                MOVE WS-EP-CNPJ(WS-EP-IDX) TO WS-EMPRESA-CNPJ
            END-IF
        END-PERFORM.
