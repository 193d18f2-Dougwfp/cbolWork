      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pacote de documentos do desligamento de um
      *          prontuario, emitido depois do RESCISAO a partir do
      *          registro do desligamento (DESLIG.DAT): dados do
      *          requerimento do seguro-desemprego com o bruto dos
      *          tres meses anteriores ao da dispensa tirado da
      *          trilha de auditoria, dados da chave de saque do
      *          FGTS com o saldo do razonete (FGTSLED) e a multa de
      *          40%, e o resumo do contrato (admissao, cargo,
      *          historico de departamentos, ultimo salario). Grava o
      *          requerimento para o portal Empregador Web em
      *          SEGDES.DAT. So emite para os motivos que dao direito
      *          ao saque do FGTS; o seguro-desemprego so na dispensa
      *          sem justa causa e no termino antecipado pelo
      *          empregador.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. DOCRESC.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-PC-PENTIUM-III.
        OBJECT-COMPUTER. IBM-PC-PENTIUM-III.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT DESLIG-FILE ASSIGN TO "data/DESLIG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DESLIG-STATUS.

            SELECT EMPMAST-FILE ASSIGN TO "data/EMPMAST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EM-PRONTUARIO
            FILE STATUS IS WS-EMPMAST-STATUS.

            SELECT EMPRESA-FILE ASSIGN TO "data/EMPRESA.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EMPRESA-STATUS.

            SELECT CARGO-FILE ASSIGN TO "data/CARGO.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CA-CODIGO
            FILE STATUS IS WS-CARGO-STATUS.

            SELECT DEPTMAST-FILE ASSIGN TO "data/DEPTMAST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS DP-CODIGO
            FILE STATUS IS WS-DEPTMAST-STATUS.

            SELECT CARGHIST-FILE ASSIGN TO "data/CARGHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CARGHIST-STATUS.

            SELECT DEPTHIST-FILE ASSIGN TO "data/DEPTHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEPTHIST-STATUS.

            SELECT AUDITLOG-FILE ASSIGN TO "data/AUDITLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDITLOG-STATUS.

            SELECT FGTSLED-FILE ASSIGN TO "data/FGTSLED.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FGTSLED-STATUS.

            SELECT SEGDES-FILE ASSIGN TO "data/SEGDES.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SEGDES-STATUS.

            SELECT RELATO-FILE ASSIGN TO "data/DOCRESC.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RELATO-STATUS.

            SELECT OPERMAST-FILE ASSIGN TO "data/OPERMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERMAST-STATUS.

            SELECT SYSLOG-FILE ASSIGN TO "data/SYSLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SYSLOG-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  DESLIG-FILE.
        COPY "DESLIG.cpy".

        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  EMPRESA-FILE.
        COPY "EMPRESA.cpy".

        FD  CARGO-FILE.
        COPY "CARGO.cpy".

        FD  DEPTMAST-FILE.
        COPY "DEPTMAST.cpy".

        FD  CARGHIST-FILE.
        COPY "CARGHIST.cpy".

        FD  DEPTHIST-FILE.
        COPY "DEPTHIST.cpy".

        FD  AUDITLOG-FILE.
        COPY "AUDITLOG.cpy".

        FD  FGTSLED-FILE.
        COPY "FGTSLED.cpy".

        FD  SEGDES-FILE.
        COPY "SEGDES.cpy".

        FD  RELATO-FILE.
        01 RELATO-LINHA PIC X(120).

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".

        FD  SYSLOG-FILE.
        COPY "SYSLOG.cpy".

        WORKING-STORAGE SECTION.
        COPY "SIGNONWS.cpy".
        COPY "SYSERRWS.cpy".
        77 WS-DESLIG-STATUS PIC XX VALUE "00".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-EMPRESA-STATUS PIC XX VALUE "00".
        77 WS-CARGO-STATUS PIC XX VALUE "00".
        77 WS-DEPTMAST-STATUS PIC XX VALUE "00".
        77 WS-CARGHIST-STATUS PIC XX VALUE "00".
        77 WS-DEPTHIST-STATUS PIC XX VALUE "00".
        77 WS-AUDITLOG-STATUS PIC XX VALUE "00".
        77 WS-FGTSLED-STATUS PIC XX VALUE "00".
        77 WS-SEGDES-STATUS PIC XX VALUE "00".
        77 WS-RELATO-STATUS PIC XX VALUE "00".
        77 WS-EOF PIC X VALUE "N".
            88 ARQUIVO-EOF VALUE "Y".
        77 WS-OPERADOR PIC X(08) VALUE SPACES.
        77 WS-TIMESTAMP PIC 9(14) VALUE ZERO.
        77 wspronturario PIC X(08) VALUE SPACES.
      * ultima rescisao registrada do prontuario
        77 WS-DL-ACHOU PIC X VALUE "N".
            88 DL-ACHOU VALUE "Y".
        77 WS-DL-DATA PIC 9(08) VALUE ZERO.
        77 WS-DL-COMPETENCIA PIC 9(06) VALUE ZERO.
        77 WS-DL-MOTIVO PIC X(01) VALUE SPACE.
            88 MOTIVO-SEGURO VALUE "S" "A".
            88 MOTIVO-SAQUE VALUE "S" "A" "T".
        77 WS-DL-AVISO PIC X(01) VALUE SPACE.
        77 WS-DL-SALARIO PIC 9(07)V99 VALUE ZERO.
        77 WS-DL-REMUNERACAO PIC 9(07)V99 VALUE ZERO.
        77 WS-DL-SALDO-FGTS PIC 9(07)V99 VALUE ZERO.
        77 WS-DL-MULTA PIC 9(07)V99 VALUE ZERO.
        77 WS-DL-VERBAS PIC 9(08)V99 VALUE ZERO.
        77 WS-DL-LIQUIDO PIC 9(08)V99 VALUE ZERO.
        77 WS-DL-OPERADOR PIC X(08) VALUE SPACES.
        77 WS-MOTIVO-DESCRICAO PIC X(30) VALUE SPACES.
      * empresa, cargo e departamento
        77 WS-EMPRESA-EMPREGADO PIC 9(02) VALUE ZERO.
        77 WS-EMPRESA-CNPJ PIC X(14) VALUE SPACES.
        77 WS-EMPRESA-RAZAO PIC X(30) VALUE SPACES.
        77 WS-CARGO-DESCRICAO PIC X(30) VALUE SPACES.
        77 WS-CARGO-CBO PIC X(06) VALUE SPACES.
        77 WS-DEPTO-DESCRICAO PIC X(30) VALUE SPACES.
        77 WS-CARGO-ABERTO PIC X VALUE "N".
            88 CARGO-ABERTO VALUE "Y".
        77 WS-DEPTMAST-ABERTO PIC X VALUE "N".
            88 DEPTMAST-ABERTO VALUE "Y".
        77 WS-QTD-HISTORICO PIC 9(03) VALUE ZERO.
        01 WS-NOME-COMPLETO PIC X(50) VALUE SPACES.
      * bruto dos tres meses anteriores ao da dispensa - (1) e o
      * ultimo deles
        77 WS-SAL-IDX PIC 9(01) VALUE ZERO.
        77 WS-AN-BRUTO PIC 9(07)V99 VALUE ZERO.
        01 WS-COMP-CALC.
            05 WS-CC-ANO PIC 9(04).
            05 WS-CC-MES PIC 9(02).
        01 WS-DATA-CALC.
            05 WS-DC-ANO PIC 9(04).
            05 WS-DC-MES PIC 9(02).
            05 WS-DC-DIA PIC 9(02).
        01 WS-SAL-TAB.
            05 WS-SAL-ENTRY OCCURS 3 TIMES.
                10 WS-SAL-COMP PIC 9(06).
                10 WS-SAL-VALOR PIC S9(07)V99.
        01 WS-SAL-ROTULOS.
            05 FILLER PIC X(14) VALUE "ULTIMO".
            05 FILLER PIC X(14) VALUE "PENULTIMO".
            05 FILLER PIC X(14) VALUE "ANTEPENULTIMO".
        01 WS-SAL-ROT-TAB REDEFINES WS-SAL-ROTULOS.
            05 WS-SAL-ROTULO OCCURS 3 TIMES PIC X(14).
        77 WS-SAL-NOTA PIC X(45) VALUE SPACES.
        77 WS-MESES-CONTRATO PIC S9(05) VALUE ZERO.
        77 WS-MESES-36 PIC 9(02) VALUE ZERO.
      * FGTS do razonete
        77 WS-SALDO-FGTS PIC S9(07)V99 VALUE ZERO.
        77 WS-QTD-DEPOSITOS PIC 9(05) VALUE ZERO.
        77 WS-QTD-ESTORNOS PIC 9(05) VALUE ZERO.
        77 WS-TOTAL-SAQUE PIC 9(08)V99 VALUE ZERO.
        77 WS-CODIGO-SAQUE PIC X(02) VALUE SPACES.
      * requerimento ja gravado para a mesma dispensa
        77 WS-SD-JA-GERADO PIC X VALUE "N".
            88 SD-JA-GERADO VALUE "Y".
        77 WS-ED-VALOR-1 PIC Z.ZZZ.ZZ9,99.
        77 WS-ED-VALOR-2 PIC Z.ZZZ.ZZ9,99.
        77 WS-ED-VALOR-3 PIC ZZ.ZZZ.ZZ9,99.
        77 WS-ED-VALOR-4 PIC ZZ.ZZZ.ZZ9,99.

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE "DOCRESC" TO WS-ERR-PROGRAMA.
        MOVE 3 TO WS-NIVEL-EXIGIDO.
        PERFORM EFETUA-SIGNON.
        MOVE WS-SIGNON-OPERADOR TO WS-OPERADOR.
        MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP.

        DISPLAY "Digite o prontuario desligado: " NO ADVANCING.
        ACCEPT wspronturario.
        PERFORM LE-DESLIGAMENTO.
        IF NOT DL-ACHOU
            DISPLAY "NENHUMA RESCISAO REGISTRADA EM DESLIG.DAT PARA "
                wspronturario " - CALCULE A RESCISAO ANTES"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM DESCREVE-MOTIVO.
        IF NOT MOTIVO-SAQUE
            DISPLAY wspronturario " MOTIVO " WS-DL-MOTIVO " - "
                WS-MOTIVO-DESCRICAO
            DISPLAY "SEM DIREITO A SEGURO-DESEMPREGO NEM A SAQUE DO"
                " FGTS - PACOTE NAO EMITIDO"
            STOP RUN
        END-IF.

        OPEN INPUT EMPMAST-FILE.
        IF WS-EMPMAST-STATUS NOT = "00"
            DISPLAY "ERRO: cadastro de funcionarios indisponivel"
                " (status " WS-EMPMAST-STATUS ")"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE wspronturario TO EM-PRONTUARIO.
        READ EMPMAST-FILE
            INVALID KEY
                DISPLAY "ERRO: prontuario nao cadastrado: "
                    wspronturario
                CLOSE EMPMAST-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN
        END-READ.
        CLOSE EMPMAST-FILE.
        STRING EM-NOME DELIMITED BY "  "
            " " DELIMITED BY SIZE
            EM-SOBRENOME DELIMITED BY "  "
            INTO WS-NOME-COMPLETO.

        PERFORM OBTEM-EMPRESA.
        PERFORM APURA-SALARIOS.
        PERFORM APURA-SALDO-FGTS.
        PERFORM VERIFICA-REQUERIMENTO.

        OPEN EXTEND RELATO-FILE.
        IF WS-RELATO-STATUS = "35"
            OPEN OUTPUT RELATO-FILE
        END-IF.
        PERFORM IMPRIME-IDENTIFICACAO.
        PERFORM IMPRIME-HISTORICO.
        IF MOTIVO-SEGURO
            PERFORM IMPRIME-SEGURO-DESEMPREGO
        ELSE
            MOVE SPACES TO RELATO-LINHA
            STRING "SEGURO-DESEMPREGO: NAO CABE NO MOTIVO "
                WS-DL-MOTIVO " (" WS-MOTIVO-DESCRICAO ")"
                DELIMITED BY SIZE INTO RELATO-LINHA
            WRITE RELATO-LINHA
        END-IF.
        PERFORM IMPRIME-SAQUE-FGTS.
        MOVE SPACES TO RELATO-LINHA.
        STRING "FIM DO PACOTE DE DESLIGAMENTO " wspronturario
            " OPERADOR " WS-OPERADOR " EM " WS-TIMESTAMP
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        CLOSE RELATO-FILE.

        IF MOTIVO-SEGURO AND NOT SD-JA-GERADO
            PERFORM GRAVA-REQUERIMENTO
        END-IF.
        DISPLAY "PACOTE DE DESLIGAMENTO DE " wspronturario
            " EMITIDO EM data/DOCRESC.PRT".
        IF MOTIVO-SEGURO
            IF SD-JA-GERADO
                DISPLAY "REQUERIMENTO DO SEGURO-DESEMPREGO JA GRAVADO"
                    " EM SEGDES.DAT PARA ESTA DISPENSA - NAO"
                    " REGRAVADO"
            ELSE
                DISPLAY "REQUERIMENTO DO SEGURO-DESEMPREGO GRAVADO EM"
                    " data/SEGDES.DAT PARA O EMPREGADOR WEB"
            END-IF
        END-IF.
        STOP RUN.

      * vale a ultima rescisao calculada do prontuario
        LE-DESLIGAMENTO.
        MOVE "N" TO WS-DL-ACHOU.
        MOVE "N" TO WS-EOF.
        OPEN INPUT DESLIG-FILE.
        IF WS-DESLIG-STATUS = "00"
            PERFORM UNTIL ARQUIVO-EOF
                READ DESLIG-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF DL-PRONTUARIO = wspronturario
                            PERFORM GUARDA-DESLIGAMENTO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DESLIG-FILE
        END-IF.

        GUARDA-DESLIGAMENTO.
        MOVE "Y" TO WS-DL-ACHOU.
        MOVE DL-DATA-RESCISAO TO WS-DL-DATA.
        MOVE DL-COMPETENCIA TO WS-DL-COMPETENCIA.
        MOVE DL-MOTIVO TO WS-DL-MOTIVO.
        MOVE DL-AVISO-INDENIZADO TO WS-DL-AVISO.
        MOVE DL-SALARIO-MENSAL TO WS-DL-SALARIO.
        MOVE DL-REMUNERACAO TO WS-DL-REMUNERACAO.
        MOVE DL-SALDO-FGTS TO WS-DL-SALDO-FGTS.
        MOVE DL-MULTA-FGTS TO WS-DL-MULTA.
        MOVE DL-TOTAL-VERBAS TO WS-DL-VERBAS.
        MOVE DL-LIQUIDO TO WS-DL-LIQUIDO.
        MOVE DL-OPERADOR TO WS-DL-OPERADOR.

        DESCREVE-MOTIVO.
        EVALUATE WS-DL-MOTIVO
            WHEN "S"
                MOVE "DISPENSA SEM JUSTA CAUSA" TO WS-MOTIVO-DESCRICAO
                MOVE "01" TO WS-CODIGO-SAQUE
            WHEN "A"
                MOVE "TERMINO ANTECIPADO - ART. 479"
                    TO WS-MOTIVO-DESCRICAO
                MOVE "01" TO WS-CODIGO-SAQUE
            WHEN "T"
                MOVE "TERMINO DO CONTRATO A PRAZO"
                    TO WS-MOTIVO-DESCRICAO
                MOVE "04" TO WS-CODIGO-SAQUE
            WHEN "P"
                MOVE "PEDIDO DE DEMISSAO" TO WS-MOTIVO-DESCRICAO
            WHEN "J"
                MOVE "DISPENSA POR JUSTA CAUSA" TO WS-MOTIVO-DESCRICAO
            WHEN "F"
                MOVE "TERMINO ANTECIPADO - ART. 480"
                    TO WS-MOTIVO-DESCRICAO
            WHEN OTHER
                MOVE "NAO SE APLICA (CATEGORIA)"
                    TO WS-MOTIVO-DESCRICAO
        END-EVALUATE.

        OBTEM-EMPRESA.
        IF EM-EMPRESA NUMERIC
            MOVE EM-EMPRESA TO WS-EMPRESA-EMPREGADO
        ELSE
            MOVE 1 TO WS-EMPRESA-EMPREGADO
        END-IF.
        IF WS-EMPRESA-EMPREGADO = ZERO
            MOVE 1 TO WS-EMPRESA-EMPREGADO
        END-IF.
        MOVE SPACES TO WS-EMPRESA-CNPJ WS-EMPRESA-RAZAO.
        MOVE "N" TO WS-EOF.
        OPEN INPUT EMPRESA-FILE.
        IF WS-EMPRESA-STATUS = "00"
            PERFORM UNTIL ARQUIVO-EOF
                READ EMPRESA-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF EP-CODIGO = WS-EMPRESA-EMPREGADO
                            MOVE EP-CNPJ TO WS-EMPRESA-CNPJ
                            MOVE EP-RAZAO TO WS-EMPRESA-RAZAO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EMPRESA-FILE
        END-IF.
        IF WS-EMPRESA-CNPJ = SPACES
            DISPLAY "AVISO: empresa " WS-EMPRESA-EMPREGADO
                " sem CNPJ em EMPRESA.DAT"
        END-IF.

      * meses anteriores ao da dispensa, no bruto do calculo mensal
      * e da folha complementar, liquidando os estornos
        APURA-SALARIOS.
        MOVE WS-DL-DATA(1:6) TO WS-COMP-CALC.
        PERFORM VARYING WS-SAL-IDX FROM 1 BY 1
            UNTIL WS-SAL-IDX > 3
            IF WS-CC-MES = 1
                MOVE 12 TO WS-CC-MES
                SUBTRACT 1 FROM WS-CC-ANO
            ELSE
                SUBTRACT 1 FROM WS-CC-MES
            END-IF
            MOVE WS-COMP-CALC TO WS-SAL-COMP(WS-SAL-IDX)
            MOVE ZERO TO WS-SAL-VALOR(WS-SAL-IDX)
        END-PERFORM.
        MOVE "N" TO WS-EOF.
        OPEN INPUT AUDITLOG-FILE.
        IF WS-AUDITLOG-STATUS NOT = "00"
            DISPLAY "AVISO: AUDITLOG.DAT indisponivel (status "
                WS-AUDITLOG-STATUS ") - salarios zerados"
        ELSE
            PERFORM UNTIL ARQUIVO-EOF
                READ AUDITLOG-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF AL-PRONTUARIO = wspronturario
                            AND AL-COMPETENCIA NUMERIC
                            PERFORM ACUMULA-SALARIO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AUDITLOG-FILE
        END-IF.
        PERFORM VARYING WS-SAL-IDX FROM 1 BY 1
            UNTIL WS-SAL-IDX > 3
            IF WS-SAL-VALOR(WS-SAL-IDX) < ZERO
                MOVE ZERO TO WS-SAL-VALOR(WS-SAL-IDX)
            END-IF
        END-PERFORM.
        MOVE WS-DL-DATA TO WS-DATA-CALC.
        COMPUTE WS-MESES-CONTRATO = WS-DC-ANO * 12 + WS-DC-MES + 1.
        MOVE EM-DATA-ADMISSAO TO WS-DATA-CALC.
        COMPUTE WS-MESES-CONTRATO = WS-MESES-CONTRATO
            - (WS-DC-ANO * 12 + WS-DC-MES).
        EVALUATE TRUE
            WHEN WS-MESES-CONTRATO < ZERO
                MOVE ZERO TO WS-MESES-36
            WHEN WS-MESES-CONTRATO > 36
                MOVE 36 TO WS-MESES-36
            WHEN OTHER
                MOVE WS-MESES-CONTRATO TO WS-MESES-36
        END-EVALUATE.

        ACUMULA-SALARIO.
        PERFORM VARYING WS-SAL-IDX FROM 1 BY 1
            UNTIL WS-SAL-IDX > 3
            IF AL-COMPETENCIA = WS-SAL-COMP(WS-SAL-IDX)
                MOVE AL-SALBRUTO TO WS-AN-BRUTO
                EVALUATE TRUE
                    WHEN AL-NORMAL
                    WHEN AL-COMPLEMENTAR
                        ADD WS-AN-BRUTO TO WS-SAL-VALOR(WS-SAL-IDX)
                    WHEN AL-ESTORNO
                        SUBTRACT WS-AN-BRUTO
                            FROM WS-SAL-VALOR(WS-SAL-IDX)
                END-EVALUATE
            END-IF
        END-PERFORM.

        APURA-SALDO-FGTS.
        MOVE ZERO TO WS-SALDO-FGTS WS-QTD-DEPOSITOS WS-QTD-ESTORNOS.
        MOVE "N" TO WS-EOF.
        OPEN INPUT FGTSLED-FILE.
        IF WS-FGTSLED-STATUS = "00"
            PERFORM UNTIL ARQUIVO-EOF
                READ FGTSLED-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF FG-PRONTUARIO = wspronturario
                            IF FG-ESTORNO
                                ADD 1 TO WS-QTD-ESTORNOS
                                SUBTRACT FG-VALOR FROM WS-SALDO-FGTS
                            ELSE
                                ADD 1 TO WS-QTD-DEPOSITOS
                                ADD FG-VALOR TO WS-SALDO-FGTS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FGTSLED-FILE
        END-IF.
        IF WS-SALDO-FGTS < ZERO
            DISPLAY "AVISO: saldo FGTS do razonete negativo ("
                WS-SALDO-FGTS ") - conferir estornos"
            MOVE ZERO TO WS-SALDO-FGTS
        END-IF.

        VERIFICA-REQUERIMENTO.
        MOVE "N" TO WS-SD-JA-GERADO.
        MOVE "N" TO WS-EOF.
        OPEN INPUT SEGDES-FILE.
        IF WS-SEGDES-STATUS = "00"
            PERFORM UNTIL ARQUIVO-EOF
                READ SEGDES-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF SD-PRONTUARIO = wspronturario
                            AND SD-DATA-DISPENSA = WS-DL-DATA
                            MOVE "Y" TO WS-SD-JA-GERADO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SEGDES-FILE
        END-IF.

        IMPRIME-IDENTIFICACAO.
        MOVE SPACES TO RELATO-LINHA.
        STRING "PACOTE DE DESLIGAMENTO - " wspronturario " "
            WS-NOME-COMPLETO " - " WS-TIMESTAMP
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE SPACES TO RELATO-LINHA.
        STRING "EMPRESA " WS-EMPRESA-EMPREGADO " CNPJ "
            WS-EMPRESA-CNPJ " " WS-EMPRESA-RAZAO
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE SPACES TO RELATO-LINHA.
        STRING "CPF " EM-CPF " PIS " EM-PIS
            " CATEGORIA " EM-CATEGORIA
            " ADMISSAO " EM-DATA-ADMISSAO
            " DESLIGAMENTO " WS-DL-DATA
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE SPACES TO RELATO-LINHA.
        STRING "MOTIVO " WS-DL-MOTIVO " " WS-MOTIVO-DESCRICAO
            " AVISO INDENIZADO " WS-DL-AVISO
            " RESCISAO NA COMPETENCIA " WS-DL-COMPETENCIA
            " POR " WS-DL-OPERADOR
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

      * cargo e departamentos pelos historicos gravados pelo
      * MANUTEMP; sem historico fica o que esta no cadastro
        IMPRIME-HISTORICO.
        MOVE SPACES TO RELATO-LINHA.
        MOVE "RESUMO DO CONTRATO" TO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE "N" TO WS-CARGO-ABERTO WS-DEPTMAST-ABERTO.
        OPEN INPUT CARGO-FILE.
        IF WS-CARGO-STATUS = "00"
            MOVE "Y" TO WS-CARGO-ABERTO
        END-IF.
        OPEN INPUT DEPTMAST-FILE.
        IF WS-DEPTMAST-STATUS = "00"
            MOVE "Y" TO WS-DEPTMAST-ABERTO
        END-IF.
        MOVE EM-CARGO TO CA-CODIGO.
        PERFORM OBTEM-DESCRICAO-CARGO.
        MOVE CA-CBO TO WS-CARGO-CBO.
        IF WS-CARGO-DESCRICAO = SPACES
            MOVE SPACES TO WS-CARGO-CBO
        END-IF.
        MOVE SPACES TO RELATO-LINHA.
        STRING "  CARGO NO DESLIGAMENTO " EM-CARGO " "
            WS-CARGO-DESCRICAO " CBO " WS-CARGO-CBO
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE ZERO TO WS-QTD-HISTORICO.
        MOVE "N" TO WS-EOF.
        OPEN INPUT CARGHIST-FILE.
        IF WS-CARGHIST-STATUS = "00"
            PERFORM UNTIL ARQUIVO-EOF
                READ CARGHIST-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF CH-PRONTUARIO = wspronturario
                            PERFORM IMPRIME-CARGO-HISTORICO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CARGHIST-FILE
        END-IF.
        MOVE ZERO TO WS-QTD-HISTORICO.
        MOVE "N" TO WS-EOF.
        OPEN INPUT DEPTHIST-FILE.
        IF WS-DEPTHIST-STATUS = "00"
            PERFORM UNTIL ARQUIVO-EOF
                READ DEPTHIST-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF DH-PRONTUARIO = wspronturario
                            PERFORM IMPRIME-DEPTO-HISTORICO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DEPTHIST-FILE
        END-IF.
        IF WS-QTD-HISTORICO = ZERO
            MOVE EM-DEPARTAMENTO TO DP-CODIGO
            PERFORM OBTEM-DESCRICAO-DEPTO
            MOVE SPACES TO RELATO-LINHA
            STRING "  DEPARTAMENTO DESDE " EM-DATA-ADMISSAO " "
                EM-DEPARTAMENTO " " WS-DEPTO-DESCRICAO
                " (SEM HISTORICO)"
                DELIMITED BY SIZE INTO RELATO-LINHA
            WRITE RELATO-LINHA
        END-IF.
        IF CARGO-ABERTO
            CLOSE CARGO-FILE
        END-IF.
        IF DEPTMAST-ABERTO
            CLOSE DEPTMAST-FILE
        END-IF.
        MOVE WS-DL-SALARIO TO WS-ED-VALOR-1.
        MOVE WS-DL-REMUNERACAO TO WS-ED-VALOR-2.
        MOVE SPACES TO RELATO-LINHA.
        STRING "  ULTIMO SALARIO CONTRATUAL " WS-ED-VALOR-1
            " REMUNERACAO (COM MEDIAS E ADICIONAIS) " WS-ED-VALOR-2
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE WS-DL-VERBAS TO WS-ED-VALOR-3.
        MOVE WS-DL-LIQUIDO TO WS-ED-VALOR-4.
        MOVE SPACES TO RELATO-LINHA.
        STRING "  VERBAS RESCISORIAS " WS-ED-VALOR-3
            " LIQUIDO " WS-ED-VALOR-4
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

        IMPRIME-CARGO-HISTORICO.
        ADD 1 TO WS-QTD-HISTORICO.
        MOVE CH-CARGO TO CA-CODIGO.
        PERFORM OBTEM-DESCRICAO-CARGO.
        MOVE SPACES TO RELATO-LINHA.
        STRING "  CARGO DESDE " CH-DATA-VIGENCIA " " CH-CARGO " "
            WS-CARGO-DESCRICAO
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

        IMPRIME-DEPTO-HISTORICO.
        ADD 1 TO WS-QTD-HISTORICO.
        MOVE DH-DEPARTAMENTO TO DP-CODIGO.
        PERFORM OBTEM-DESCRICAO-DEPTO.
        MOVE SPACES TO RELATO-LINHA.
        STRING "  DEPARTAMENTO DESDE " DH-DATA-VIGENCIA " "
            DH-DEPARTAMENTO " " WS-DEPTO-DESCRICAO
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

        OBTEM-DESCRICAO-CARGO.
        MOVE SPACES TO WS-CARGO-DESCRICAO.
        IF CARGO-ABERTO
            READ CARGO-FILE
                INVALID KEY
                    MOVE SPACES TO CA-CBO
                NOT INVALID KEY
                    MOVE CA-DESCRICAO TO WS-CARGO-DESCRICAO
            END-READ
        END-IF.

        OBTEM-DESCRICAO-DEPTO.
        MOVE SPACES TO WS-DEPTO-DESCRICAO.
        IF DEPTMAST-ABERTO
            READ DEPTMAST-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE DP-DESCRICAO TO WS-DEPTO-DESCRICAO
            END-READ
        END-IF.

        IMPRIME-SEGURO-DESEMPREGO.
        MOVE SPACES TO RELATO-LINHA.
        STRING "SEGURO-DESEMPREGO - DADOS DO REQUERIMENTO"
            " (SALARIOS DA TRILHA DE AUDITORIA)"
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        PERFORM VARYING WS-SAL-IDX FROM 1 BY 1
            UNTIL WS-SAL-IDX > 3
            MOVE WS-SAL-VALOR(WS-SAL-IDX) TO WS-ED-VALOR-1
            MOVE SPACES TO WS-SAL-NOTA
            IF WS-SAL-VALOR(WS-SAL-IDX) = ZERO
                MOVE "SEM CALCULO NA TRILHA - CONFERIR AFASTAMENTO"
                    TO WS-SAL-NOTA
            END-IF
            MOVE SPACES TO RELATO-LINHA
            STRING "  " WS-SAL-ROTULO(WS-SAL-IDX) " SALARIO "
                WS-SAL-COMP(WS-SAL-IDX)(5:2) "/"
                WS-SAL-COMP(WS-SAL-IDX)(1:4) " " WS-ED-VALOR-1
                " " WS-SAL-NOTA
                DELIMITED BY SIZE INTO RELATO-LINHA
            WRITE RELATO-LINHA
        END-PERFORM.
        MOVE SPACES TO RELATO-LINHA.
        STRING "  MESES TRABALHADOS NOS ULTIMOS 36: " WS-MESES-36
            " AVISO INDENIZADO " WS-DL-AVISO
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE SPACES TO RELATO-LINHA.
        IF SD-JA-GERADO
            STRING "  REQUERIMENTO JA GRAVADO EM SEGDES.DAT - NAO"
                " REGRAVADO" DELIMITED BY SIZE INTO RELATO-LINHA
        ELSE
            STRING "  REQUERIMENTO GRAVADO EM SEGDES.DAT PARA O"
                " EMPREGADOR WEB" DELIMITED BY SIZE INTO RELATO-LINHA
        END-IF.
        WRITE RELATO-LINHA.

      * a multa e a calculada pelo RESCISAO sobre o saldo que ele
      * usou; saldo diferente no razonete hoje fica para conferencia
        IMPRIME-SAQUE-FGTS.
        MOVE SPACES TO RELATO-LINHA.
        STRING "SAQUE DO FGTS - CODIGO " WS-CODIGO-SAQUE " "
            WS-MOTIVO-DESCRICAO " - PIS " EM-PIS
            " AFASTAMENTO " WS-DL-DATA
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE WS-SALDO-FGTS TO WS-ED-VALOR-1.
        MOVE SPACES TO RELATO-LINHA.
        STRING "  DEPOSITOS NO RAZONETE " WS-QTD-DEPOSITOS
            " ESTORNOS " WS-QTD-ESTORNOS
            " SALDO " WS-ED-VALOR-1
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        COMPUTE WS-TOTAL-SAQUE = WS-SALDO-FGTS + WS-DL-MULTA.
        MOVE WS-DL-MULTA TO WS-ED-VALOR-1.
        MOVE WS-TOTAL-SAQUE TO WS-ED-VALOR-3.
        MOVE SPACES TO RELATO-LINHA.
        STRING "  MULTA RESCISORIA 40% " WS-ED-VALOR-1
            " TOTAL PARA SAQUE " WS-ED-VALOR-3
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        IF WS-SALDO-FGTS NOT = WS-DL-SALDO-FGTS
            MOVE WS-DL-SALDO-FGTS TO WS-ED-VALOR-1
            MOVE SPACES TO RELATO-LINHA
            STRING "  AVISO: SALDO DO RAZONETE DIFERE DO USADO NA"
                " RESCISAO (" WS-ED-VALOR-1 ") - CONFERIR A MULTA"
                DELIMITED BY SIZE INTO RELATO-LINHA
            WRITE RELATO-LINHA
            DISPLAY "AVISO: saldo FGTS do razonete difere do usado"
                " na rescisao - conferir a multa"
        END-IF.

        GRAVA-REQUERIMENTO.
        OPEN EXTEND SEGDES-FILE.
        IF WS-SEGDES-STATUS = "35"
            OPEN OUTPUT SEGDES-FILE
        END-IF.
        MOVE SPACES TO SEGDES-RECORD.
        MOVE WS-EMPRESA-CNPJ TO SD-CNPJ.
        MOVE wspronturario TO SD-PRONTUARIO.
        MOVE EM-CPF TO SD-CPF.
        MOVE EM-PIS TO SD-PIS.
        MOVE WS-NOME-COMPLETO TO SD-NOME.
        MOVE WS-CARGO-CBO TO SD-CBO.
        MOVE EM-DATA-ADMISSAO TO SD-DATA-ADMISSAO.
        MOVE WS-DL-DATA TO SD-DATA-DISPENSA.
        MOVE WS-DL-MOTIVO TO SD-MOTIVO.
        MOVE WS-DL-AVISO TO SD-AVISO-INDENIZADO.
        MOVE WS-DL-SALARIO TO SD-SALARIO-CONTRATUAL.
        PERFORM VARYING WS-SAL-IDX FROM 1 BY 1
            UNTIL WS-SAL-IDX > 3
            MOVE WS-SAL-COMP(WS-SAL-IDX)
                TO SD-SAL-COMPETENCIA(WS-SAL-IDX)
            MOVE WS-SAL-VALOR(WS-SAL-IDX) TO SD-SAL-VALOR(WS-SAL-IDX)
        END-PERFORM.
        MOVE WS-MESES-36 TO SD-MESES-TRABALHADOS.
        MOVE WS-TIMESTAMP TO SD-GERACAO.
        MOVE WS-OPERADOR TO SD-OPERADOR.
        WRITE SEGDES-RECORD.
        IF WS-SEGDES-STATUS NOT = "00"
            MOVE "SEGDES" TO WS-ERR-ARQUIVO
            MOVE WS-SEGDES-STATUS TO WS-ERR-STATUS
            MOVE "GRAVA-REQUERIMENTO" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        CLOSE SEGDES-FILE.

        COPY "SYSERR.cpy".

        COPY "SIGNON.cpy".
