      ******************************************************************
      * Author:
      * Date:
      * Purpose: Compra mensal do vale-transporte - para a
      *          competencia informada (normalmente o mes seguinte)
      *          conta os dias uteis do CALENDAR.DAT, desconta os
      *          dias uteis de ferias programadas (FERPROG.DAT) e
      *          apura o custo real de cada empregado pelas linhas
      *          ativas do VTMAST.DAT. Grava o custo em VTCRED.DAT
      *          (o TRAB1 desconta o menor entre 6% do bruto e o
      *          custo; o EXPCONTA contabiliza o restante como parte
      *          da empresa) e o pedido de compra por operadora em
      *          VTPEDIDO.DAT (CPF + valor do credito).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. VALETRAN.

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

            SELECT VTMAST-FILE ASSIGN TO "data/VTMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VTMAST-STATUS.

            SELECT VTCRED-FILE ASSIGN TO "data/VTCRED.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VTCRED-STATUS.

            SELECT VTPEDIDO-FILE ASSIGN TO "data/VTPEDIDO.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VTPEDIDO-STATUS.

            SELECT CALENDAR-FILE ASSIGN TO "data/CALENDAR.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CALENDAR-STATUS.

            SELECT FERPROG-FILE ASSIGN TO "data/FERPROG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FERPROG-STATUS.

            SELECT PERIODO-FILE ASSIGN TO "data/PERIODO.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PERIODO-STATUS.

            SELECT JOBJRNL-FILE ASSIGN TO "data/JOBJRNL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOBJRNL-STATUS.

            SELECT OPERMAST-FILE ASSIGN TO "data/OPERMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERMAST-STATUS.

            SELECT SYSLOG-FILE ASSIGN TO "data/SYSLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SYSLOG-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  VTMAST-FILE.
        COPY "VTMAST.cpy".

        FD  VTCRED-FILE.
        COPY "VTCRED.cpy".

        FD  VTPEDIDO-FILE.
        COPY "VTPEDIDO.cpy".

        FD  CALENDAR-FILE.
        COPY "CALENDAR.cpy".

        FD  FERPROG-FILE.
        COPY "FERPROG.cpy".

        FD  PERIODO-FILE.
        COPY "PERIODO.cpy".

        FD  JOBJRNL-FILE.
        COPY "JOBJRNL.cpy".

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".

        FD  SYSLOG-FILE.
        COPY "SYSLOG.cpy".

        WORKING-STORAGE SECTION.
        COPY "PERIODWS.cpy".
        COPY "SIGNONWS.cpy".
        COPY "SYSERRWS.cpy".
        COPY "JOBJRNWS.cpy".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-VTMAST-STATUS PIC XX VALUE "00".
        77 WS-VTCRED-STATUS PIC XX VALUE "00".
        77 WS-VTPEDIDO-STATUS PIC XX VALUE "00".
        77 WS-CALENDAR-STATUS PIC XX VALUE "00".
        77 WS-FERPROG-STATUS PIC XX VALUE "00".
        77 WS-VTMAST-EOF PIC X VALUE "N".
            88 VTMAST-EOF VALUE "Y".
        77 WS-VTCRED-EOF PIC X VALUE "N".
            88 VTCRED-EOF VALUE "Y".
        77 WS-CALENDAR-EOF PIC X VALUE "N".
            88 CALENDAR-EOF VALUE "Y".
        77 WS-FERPROG-EOF PIC X VALUE "N".
            88 FERPROG-EOF VALUE "Y".
        77 WS-OPERADOR PIC X(08) VALUE SPACES.
        77 WS-CAL-ANOMES PIC 9(06) VALUE ZERO.
        77 WS-DIAS-UTEIS PIC 9(02) VALUE ZERO.
        77 WS-DIAS-FERIAS PIC 9(02) VALUE ZERO.
        77 WS-DIAS-VT PIC 9(02) VALUE ZERO.
        77 WS-MES-INICIO PIC 9(08) VALUE ZERO.
        77 WS-FERIAS-INI-NUM PIC 9(07) VALUE ZERO.
        77 WS-FERIAS-FIM-NUM PIC 9(07) VALUE ZERO.
        77 WS-DIA-NUM PIC 9(07) VALUE ZERO.
        77 WS-CUSTO-LINHA PIC 9(07)V99 VALUE ZERO.
        77 WS-CUSTO-EMPREGADO PIC 9(07)V99 VALUE ZERO.
        77 WS-PRIMEIRA-LINHA PIC X VALUE "N".
            88 PRIMEIRA-LINHA VALUE "Y".
        77 WS-QTD-EMPREGADOS PIC 9(05) VALUE ZERO.
        77 WS-QTD-IGNORADOS PIC 9(05) VALUE ZERO.
        77 WS-TOTAL-CUSTO PIC 9(09)V99 VALUE ZERO.
        77 WS-OP-QTD PIC 9(05) VALUE ZERO.
        77 WS-OP-TOTAL PIC 9(09)V99 VALUE ZERO.
        77 WS-VT-COUNT PIC 9(03) VALUE ZERO.
        77 WS-VT-IDX PIC 9(03) VALUE ZERO.
        77 WS-VT-IDX2 PIC 9(03) VALUE ZERO.
        77 WS-VT-MAXIMO PIC 9(03) VALUE 500.
        01 WS-VT-TAB.
            05 WS-VT-ENTRY OCCURS 500 TIMES.
                10 WS-VT-PRONTUARIO PIC X(08).
                10 WS-VT-OPERADORA PIC X(10).
                10 WS-VT-QTD-DIA PIC 9(02).
                10 WS-VT-TARIFA PIC 9(03)V99.
        77 WS-CAL-COUNT PIC 9(02) VALUE ZERO.
        77 WS-CAL-IDX PIC 9(02) VALUE ZERO.
        01 WS-CAL-TAB.
            05 WS-CAL-ENTRY OCCURS 31 TIMES.
                10 WS-CAL-DATA PIC 9(08).
                10 WS-CAL-TIPO PIC X(01).
        77 WS-FPR-COUNT PIC 9(03) VALUE ZERO.
        77 WS-FPR-IDX PIC 9(03) VALUE ZERO.
        77 WS-FPR-MAXIMO PIC 9(03) VALUE 200.
        01 WS-FPR-TAB.
            05 WS-FPR-ENTRY OCCURS 200 TIMES.
                10 WS-FPR-PRONTUARIO PIC X(08).
                10 WS-FPR-DATA PIC 9(08).
                10 WS-FPR-DIAS PIC 9(02).
        77 WS-VC-COUNT PIC 9(04) VALUE ZERO.
        77 WS-VC-IDX PIC 9(04) VALUE ZERO.
        77 WS-VC-MAXIMO PIC 9(04) VALUE 3000.
        77 WS-VC-OVERFLOW PIC X VALUE "N".
            88 VC-OVERFLOW VALUE "Y".
        01 WS-VC-TAB.
            05 WS-VC-ENTRY OCCURS 3000 TIMES.
                10 WS-VC-PRONTUARIO PIC X(08).
                10 WS-VC-COMPETENCIA PIC 9(06).
                10 WS-VC-DIAS PIC 9(02).
                10 WS-VC-CUSTO PIC 9(07)V99.
                10 WS-VC-OPERADOR PIC X(08).
                10 WS-VC-TS PIC 9(14).
        77 WS-PD-COUNT PIC 9(03) VALUE ZERO.
        77 WS-PD-IDX PIC 9(03) VALUE ZERO.
        77 WS-PD-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-PD-MAXIMO PIC 9(03) VALUE 500.
        01 WS-PD-TAB.
            05 WS-PD-ENTRY OCCURS 500 TIMES.
                10 WS-PD-OPERADORA PIC X(10).
                10 WS-PD-PRONTUARIO PIC X(08).
                10 WS-PD-CPF PIC X(11).
                10 WS-PD-DIAS PIC 9(02).
                10 WS-PD-VALOR PIC 9(07)V99.
        77 WS-OP-COUNT PIC 9(03) VALUE ZERO.
        77 WS-OP-IDX PIC 9(03) VALUE ZERO.
        77 WS-OP-ACHOU PIC 9(03) VALUE ZERO.
        01 WS-OP-TAB.
            05 WS-OP-OPERADORA PIC X(10) OCCURS 100 TIMES.

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        DISPLAY "USER" UPON ENVIRONMENT-NAME.
        ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE.
        MOVE "VALETRAN" TO WS-ERR-PROGRAMA.
        MOVE 3 TO WS-NIVEL-EXIGIDO.
        PERFORM EFETUA-SIGNON.
        MOVE WS-SIGNON-OPERADOR TO WS-OPERADOR.
        PERFORM LOAD-PERIODO-TABLE.

        DISPLAY "Digite a competencia da compra (AAAAMM): "
            NO ADVANCING.
        ACCEPT WS-COMPETENCIA.
        PERFORM VALIDA-COMPETENCIA.
        IF COMPETENCIA-FECHADA
            DISPLAY "COMPETENCIA JA FECHADA: " WS-COMPETENCIA
                " - COMPRA RECUSADA"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        PERFORM CARREGA-CALENDARIO-MES.
        IF WS-DIAS-UTEIS = ZERO
            DISPLAY "ERRO: calendario sem dias uteis para o mes "
                WS-COMPETENCIA " - cadastre o mes no MANUTCAL antes"
                " da compra"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM CARREGA-FERPROG.
        PERFORM CARREGA-VTMAST.
        PERFORM CARREGA-VTCRED.

        MOVE "VALETRAN" TO WS-JJ-PROGRAMA.
        MOVE "I" TO WS-JJ-EVENTO.
        MOVE WS-COMPETENCIA TO WS-JJ-COMPETENCIA.
        PERFORM GRAVA-JOBJRNL.

        OPEN INPUT EMPMAST-FILE.
        IF WS-EMPMAST-STATUS NOT = "00"
            DISPLAY "ERRO: cadastro de funcionarios indisponivel"
                " (status " WS-EMPMAST-STATUS ")"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE ZERO TO WS-QTD-EMPREGADOS WS-QTD-IGNORADOS
            WS-TOTAL-CUSTO WS-PD-COUNT WS-OP-COUNT.
        COMPUTE WS-MES-INICIO = WS-COMPETENCIA * 100 + 1.
        PERFORM VARYING WS-VT-IDX FROM 1 BY 1
            UNTIL WS-VT-IDX > WS-VT-COUNT
            PERFORM VERIFICA-PRIMEIRA-LINHA
            IF PRIMEIRA-LINHA
                PERFORM APURA-EMPREGADO
            END-IF
        END-PERFORM.
        CLOSE EMPMAST-FILE.

        PERFORM GRAVA-PEDIDO.
        PERFORM REGRAVA-VTCRED.

        DISPLAY " ".
        DISPLAY "VALE-TRANSPORTE - COMPETENCIA " WS-COMPETENCIA
            " DIAS UTEIS " WS-DIAS-UTEIS.
        DISPLAY "EMPREGADOS COM CREDITO:   " WS-QTD-EMPREGADOS.
        DISPLAY "EMPREGADOS IGNORADOS:     " WS-QTD-IGNORADOS.
        DISPLAY "OPERADORAS NO PEDIDO:     " WS-OP-COUNT.
        DISPLAY "CUSTO TOTAL DO PEDIDO:    " WS-TOTAL-CUSTO.
        MOVE "F" TO WS-JJ-EVENTO.
        MOVE WS-VT-COUNT TO WS-JJ-QTD-LIDA.
        MOVE WS-QTD-EMPREGADOS TO WS-JJ-QTD-PROCESSADA.
        MOVE WS-QTD-IGNORADOS TO WS-JJ-QTD-REJEITADA.
        MOVE WS-TOTAL-CUSTO TO WS-JJ-TOTAL-CONTROLE.
        MOVE RETURN-CODE TO WS-JJ-RETORNO.
        PERFORM GRAVA-JOBJRNL.
        STOP RUN.

      * o empregado e apurado uma unica vez, na primeira linha ativa
      * dele na tabela; as demais linhas entram pelo APURA-EMPREGADO
        VERIFICA-PRIMEIRA-LINHA.
        MOVE "Y" TO WS-PRIMEIRA-LINHA.
        PERFORM VARYING WS-VT-IDX2 FROM 1 BY 1
            UNTIL WS-VT-IDX2 >= WS-VT-IDX
            IF WS-VT-PRONTUARIO(WS-VT-IDX2) =
                WS-VT-PRONTUARIO(WS-VT-IDX)
                MOVE "N" TO WS-PRIMEIRA-LINHA
            END-IF
        END-PERFORM.

        APURA-EMPREGADO.
        MOVE WS-VT-PRONTUARIO(WS-VT-IDX) TO EM-PRONTUARIO.
        READ EMPMAST-FILE
            INVALID KEY
                MOVE SPACES TO EM-PRONTUARIO
        END-READ.
        IF EM-PRONTUARIO = SPACES OR NOT EM-ATIVO
            OR (EM-DATA-DESLIGAMENTO NUMERIC
                AND EM-DATA-DESLIGAMENTO > ZERO
                AND EM-DATA-DESLIGAMENTO < WS-MES-INICIO)
            DISPLAY WS-VT-PRONTUARIO(WS-VT-IDX)
                " IGNORADO: prontuario inexistente, inativo ou"
                " desligado"
            ADD 1 TO WS-QTD-IGNORADOS
        ELSE
            PERFORM CONTA-DIAS-FERIAS
            COMPUTE WS-DIAS-VT = WS-DIAS-UTEIS - WS-DIAS-FERIAS
            PERFORM APURA-LINHAS-EMPREGADO
        END-IF.

        APURA-LINHAS-EMPREGADO.
        MOVE ZERO TO WS-CUSTO-EMPREGADO.
        IF WS-DIAS-VT > ZERO
            PERFORM VARYING WS-VT-IDX2 FROM WS-VT-IDX BY 1
                UNTIL WS-VT-IDX2 > WS-VT-COUNT
                IF WS-VT-PRONTUARIO(WS-VT-IDX2) = EM-PRONTUARIO
                    PERFORM ACUMULA-LINHA-PEDIDO
                END-IF
            END-PERFORM
        END-IF.
        IF WS-CUSTO-EMPREGADO = ZERO
            DISPLAY EM-PRONTUARIO " SEM DIAS A CREDITAR (FERIAS "
                WS-DIAS-FERIAS " DIA(S) UTEIS)"
            ADD 1 TO WS-QTD-IGNORADOS
        ELSE
            PERFORM INCLUI-VTCRED
            ADD 1 TO WS-QTD-EMPREGADOS
            ADD WS-CUSTO-EMPREGADO TO WS-TOTAL-CUSTO
            DISPLAY EM-PRONTUARIO " DIAS " WS-DIAS-VT
                " CUSTO=" WS-CUSTO-EMPREGADO
        END-IF.

        ACUMULA-LINHA-PEDIDO.
        COMPUTE WS-CUSTO-LINHA ROUNDED = WS-DIAS-VT *
            WS-VT-QTD-DIA(WS-VT-IDX2) * WS-VT-TARIFA(WS-VT-IDX2).
        ADD WS-CUSTO-LINHA TO WS-CUSTO-EMPREGADO.
        MOVE ZERO TO WS-PD-ACHOU.
        PERFORM VARYING WS-PD-IDX FROM 1 BY 1
            UNTIL WS-PD-IDX > WS-PD-COUNT
            IF WS-PD-OPERADORA(WS-PD-IDX) =
                WS-VT-OPERADORA(WS-VT-IDX2)
                AND WS-PD-PRONTUARIO(WS-PD-IDX) = EM-PRONTUARIO
                MOVE WS-PD-IDX TO WS-PD-ACHOU
            END-IF
        END-PERFORM.
        IF WS-PD-ACHOU = ZERO
            IF WS-PD-COUNT >= WS-PD-MAXIMO
                DISPLAY "ERRO: limite de " WS-PD-MAXIMO
                    " itens do pedido atingido - compra recusada"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-PD-COUNT
            MOVE WS-PD-COUNT TO WS-PD-ACHOU
            MOVE WS-VT-OPERADORA(WS-VT-IDX2)
                TO WS-PD-OPERADORA(WS-PD-ACHOU)
            MOVE EM-PRONTUARIO TO WS-PD-PRONTUARIO(WS-PD-ACHOU)
            MOVE EM-CPF TO WS-PD-CPF(WS-PD-ACHOU)
            MOVE WS-DIAS-VT TO WS-PD-DIAS(WS-PD-ACHOU)
            MOVE ZERO TO WS-PD-VALOR(WS-PD-ACHOU)
            PERFORM REGISTRA-OPERADORA
        END-IF.
        ADD WS-CUSTO-LINHA TO WS-PD-VALOR(WS-PD-ACHOU).

        REGISTRA-OPERADORA.
        MOVE ZERO TO WS-OP-ACHOU.
        PERFORM VARYING WS-OP-IDX FROM 1 BY 1
            UNTIL WS-OP-IDX > WS-OP-COUNT
            IF WS-OP-OPERADORA(WS-OP-IDX) =
                WS-VT-OPERADORA(WS-VT-IDX2)
                MOVE WS-OP-IDX TO WS-OP-ACHOU
            END-IF
        END-PERFORM.
        IF WS-OP-ACHOU = ZERO
            IF WS-OP-COUNT >= 100
                DISPLAY "ERRO: limite de 100 operadoras atingido"
                    " - compra recusada"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-OP-COUNT
            MOVE WS-VT-OPERADORA(WS-VT-IDX2)
                TO WS-OP-OPERADORA(WS-OP-COUNT)
        END-IF.

      * dias uteis do mes cobertos por ferias programadas ou gozadas;
      * as ferias iniciadas no mes anterior contam a parte que entra
      * neste mes
        CONTA-DIAS-FERIAS.
        MOVE ZERO TO WS-DIAS-FERIAS.
        PERFORM VARYING WS-FPR-IDX FROM 1 BY 1
            UNTIL WS-FPR-IDX > WS-FPR-COUNT
            IF WS-FPR-PRONTUARIO(WS-FPR-IDX) = EM-PRONTUARIO
                COMPUTE WS-FERIAS-INI-NUM = FUNCTION INTEGER-OF-DATE
                    (WS-FPR-DATA(WS-FPR-IDX))
                COMPUTE WS-FERIAS-FIM-NUM = WS-FERIAS-INI-NUM
                    + WS-FPR-DIAS(WS-FPR-IDX) - 1
                PERFORM CONTA-DIAS-UTEIS-FERIAS
            END-IF
        END-PERFORM.
        IF WS-DIAS-FERIAS > WS-DIAS-UTEIS
            MOVE WS-DIAS-UTEIS TO WS-DIAS-FERIAS
        END-IF.

        CONTA-DIAS-UTEIS-FERIAS.
        PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
            UNTIL WS-CAL-IDX > WS-CAL-COUNT
            IF WS-CAL-TIPO(WS-CAL-IDX) = "U"
                COMPUTE WS-DIA-NUM = FUNCTION INTEGER-OF-DATE
                    (WS-CAL-DATA(WS-CAL-IDX))
                IF WS-DIA-NUM >= WS-FERIAS-INI-NUM
                    AND WS-DIA-NUM <= WS-FERIAS-FIM-NUM
                    ADD 1 TO WS-DIAS-FERIAS
                END-IF
            END-IF
        END-PERFORM.

        INCLUI-VTCRED.
        IF WS-VC-COUNT >= WS-VC-MAXIMO
            DISPLAY "ERRO: VTCRED.DAT excederia " WS-VC-MAXIMO
                " registros - compra recusada"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        ADD 1 TO WS-VC-COUNT.
        MOVE EM-PRONTUARIO TO WS-VC-PRONTUARIO(WS-VC-COUNT).
        MOVE WS-COMPETENCIA TO WS-VC-COMPETENCIA(WS-VC-COUNT).
        MOVE WS-DIAS-VT TO WS-VC-DIAS(WS-VC-COUNT).
        MOVE WS-CUSTO-EMPREGADO TO WS-VC-CUSTO(WS-VC-COUNT).
        MOVE WS-OPERADOR TO WS-VC-OPERADOR(WS-VC-COUNT).
        MOVE FUNCTION CURRENT-DATE(1:14) TO WS-VC-TS(WS-VC-COUNT).

        GRAVA-PEDIDO.
        OPEN OUTPUT VTPEDIDO-FILE.
        IF WS-VTPEDIDO-STATUS NOT = "00"
            MOVE "VTPEDIDO" TO WS-ERR-ARQUIVO
            MOVE WS-VTPEDIDO-STATUS TO WS-ERR-STATUS
            MOVE "GRAVA-PEDIDO" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        PERFORM VARYING WS-OP-IDX FROM 1 BY 1
            UNTIL WS-OP-IDX > WS-OP-COUNT
            PERFORM GRAVA-PEDIDO-OPERADORA
        END-PERFORM.
        CLOSE VTPEDIDO-FILE.

        GRAVA-PEDIDO-OPERADORA.
        MOVE SPACES TO VTPEDIDO-RECORD.
        MOVE "0" TO VP-TIPO.
        MOVE WS-OP-OPERADORA(WS-OP-IDX) TO VP-OPERADORA.
        MOVE WS-COMPETENCIA TO VP-HDR-COMPETENCIA.
        MOVE FUNCTION CURRENT-DATE(1:14) TO VP-HDR-GERACAO.
        WRITE VTPEDIDO-RECORD.
        MOVE ZERO TO WS-OP-QTD WS-OP-TOTAL.
        PERFORM VARYING WS-PD-IDX FROM 1 BY 1
            UNTIL WS-PD-IDX > WS-PD-COUNT
            IF WS-PD-OPERADORA(WS-PD-IDX) = WS-OP-OPERADORA(WS-OP-IDX)
                MOVE SPACES TO VTPEDIDO-RECORD
                MOVE "1" TO VP-TIPO
                MOVE WS-PD-OPERADORA(WS-PD-IDX) TO VP-OPERADORA
                MOVE WS-PD-CPF(WS-PD-IDX) TO VP-DET-CPF
                MOVE WS-PD-PRONTUARIO(WS-PD-IDX) TO VP-DET-PRONTUARIO
                MOVE WS-PD-DIAS(WS-PD-IDX) TO VP-DET-DIAS
                MOVE WS-PD-VALOR(WS-PD-IDX) TO VP-DET-VALOR
                WRITE VTPEDIDO-RECORD
                ADD 1 TO WS-OP-QTD
                ADD WS-PD-VALOR(WS-PD-IDX) TO WS-OP-TOTAL
            END-IF
        END-PERFORM.
        MOVE SPACES TO VTPEDIDO-RECORD.
        MOVE "9" TO VP-TIPO.
        MOVE WS-OP-OPERADORA(WS-OP-IDX) TO VP-OPERADORA.
        MOVE WS-OP-QTD TO VP-TRL-QTD.
        MOVE WS-OP-TOTAL TO VP-TRL-TOTAL.
        WRITE VTPEDIDO-RECORD.
        DISPLAY "PEDIDO OPERADORA " WS-OP-OPERADORA(WS-OP-IDX)
            " EMPREGADOS " WS-OP-QTD " TOTAL " WS-OP-TOTAL.

        CARREGA-CALENDARIO-MES.
        MOVE ZERO TO WS-CAL-COUNT WS-DIAS-UTEIS.
        MOVE "N" TO WS-CALENDAR-EOF.
        OPEN INPUT CALENDAR-FILE.
        IF WS-CALENDAR-STATUS = "00"
            PERFORM UNTIL CALENDAR-EOF
                READ CALENDAR-FILE
                    AT END
                        MOVE "Y" TO WS-CALENDAR-EOF
                    NOT AT END
                        COMPUTE WS-CAL-ANOMES = CD-DATA / 100
                        IF WS-CAL-ANOMES = WS-COMPETENCIA
                            AND WS-CAL-COUNT < 31
                            ADD 1 TO WS-CAL-COUNT
                            MOVE CD-DATA TO WS-CAL-DATA(WS-CAL-COUNT)
                            MOVE CD-TIPO TO WS-CAL-TIPO(WS-CAL-COUNT)
                            IF CD-UTIL
                                ADD 1 TO WS-DIAS-UTEIS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CALENDAR-FILE
        END-IF.

        CARREGA-FERPROG.
        MOVE ZERO TO WS-FPR-COUNT.
        MOVE "N" TO WS-FERPROG-EOF.
        OPEN INPUT FERPROG-FILE.
        IF WS-FERPROG-STATUS = "00"
            PERFORM UNTIL FERPROG-EOF
                READ FERPROG-FILE
                    AT END
                        MOVE "Y" TO WS-FERPROG-EOF
                    NOT AT END
                        IF NOT FP-CANCELADA AND FP-DATA-INICIO > ZERO
                            AND FP-DIAS > ZERO
                            PERFORM ACUMULA-FERPROG
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FERPROG-FILE
        END-IF.

        ACUMULA-FERPROG.
        IF WS-FPR-COUNT >= WS-FPR-MAXIMO
            DISPLAY "AVISO: limite de " WS-FPR-MAXIMO
                " ferias programadas atingido, " FP-PRONTUARIO
                " ignorada"
        ELSE
            ADD 1 TO WS-FPR-COUNT
            MOVE FP-PRONTUARIO TO WS-FPR-PRONTUARIO(WS-FPR-COUNT)
            MOVE FP-DATA-INICIO TO WS-FPR-DATA(WS-FPR-COUNT)
            MOVE FP-DIAS TO WS-FPR-DIAS(WS-FPR-COUNT)
        END-IF.

        CARREGA-VTMAST.
        MOVE ZERO TO WS-VT-COUNT.
        MOVE "N" TO WS-VTMAST-EOF.
        OPEN INPUT VTMAST-FILE.
        IF WS-VTMAST-STATUS NOT = "00"
            DISPLAY "ERRO: VTMAST.DAT indisponivel (status "
                WS-VTMAST-STATUS ") - cadastre as linhas no MANUTVT"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM UNTIL VTMAST-EOF
            READ VTMAST-FILE
                AT END
                    MOVE "Y" TO WS-VTMAST-EOF
                NOT AT END
                    IF VT-ATIVO
                        PERFORM ACUMULA-VTMAST
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE VTMAST-FILE.

        ACUMULA-VTMAST.
        IF WS-VT-COUNT >= WS-VT-MAXIMO
            DISPLAY "ERRO: VTMAST.DAT tem mais de " WS-VT-MAXIMO
                " linhas ativas - compra recusada"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        ADD 1 TO WS-VT-COUNT.
        MOVE VT-PRONTUARIO TO WS-VT-PRONTUARIO(WS-VT-COUNT).
        MOVE VT-OPERADORA TO WS-VT-OPERADORA(WS-VT-COUNT).
        MOVE VT-QTD-DIA TO WS-VT-QTD-DIA(WS-VT-COUNT).
        MOVE VT-TARIFA TO WS-VT-TARIFA(WS-VT-COUNT).

      * mantem as competencias anteriores; as linhas da competencia
      * em compra sao substituidas pela nova apuracao
        CARREGA-VTCRED.
        MOVE ZERO TO WS-VC-COUNT.
        MOVE "N" TO WS-VC-OVERFLOW.
        MOVE "N" TO WS-VTCRED-EOF.
        OPEN INPUT VTCRED-FILE.
        IF WS-VTCRED-STATUS = "00"
            PERFORM UNTIL VTCRED-EOF
                READ VTCRED-FILE
                    AT END
                        MOVE "Y" TO WS-VTCRED-EOF
                    NOT AT END
                        IF VC-COMPETENCIA NOT = WS-COMPETENCIA
                            PERFORM ACUMULA-VTCRED
                        END-IF
                END-READ
            END-PERFORM
            CLOSE VTCRED-FILE
        END-IF.
        IF VC-OVERFLOW
            DISPLAY "ERRO: VTCRED.DAT tem mais de " WS-VC-MAXIMO
                " registros - compra recusada para nao perder"
                " registros na regravacao"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        ACUMULA-VTCRED.
        IF WS-VC-COUNT >= WS-VC-MAXIMO
            MOVE "Y" TO WS-VC-OVERFLOW
        ELSE
            ADD 1 TO WS-VC-COUNT
            MOVE VC-PRONTUARIO TO WS-VC-PRONTUARIO(WS-VC-COUNT)
            MOVE VC-COMPETENCIA TO WS-VC-COMPETENCIA(WS-VC-COUNT)
            MOVE VC-DIAS TO WS-VC-DIAS(WS-VC-COUNT)
            MOVE VC-CUSTO TO WS-VC-CUSTO(WS-VC-COUNT)
            MOVE VC-OPERADOR TO WS-VC-OPERADOR(WS-VC-COUNT)
            MOVE VC-TIMESTAMP TO WS-VC-TS(WS-VC-COUNT)
        END-IF.

        REGRAVA-VTCRED.
        OPEN OUTPUT VTCRED-FILE.
        IF WS-VTCRED-STATUS NOT = "00"
            MOVE "VTCRED" TO WS-ERR-ARQUIVO
            MOVE WS-VTCRED-STATUS TO WS-ERR-STATUS
            MOVE "REGRAVA-VTCRED" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        PERFORM VARYING WS-VC-IDX FROM 1 BY 1
            UNTIL WS-VC-IDX > WS-VC-COUNT
            MOVE SPACES TO VTCRED-RECORD
            MOVE WS-VC-PRONTUARIO(WS-VC-IDX) TO VC-PRONTUARIO
            MOVE WS-VC-COMPETENCIA(WS-VC-IDX) TO VC-COMPETENCIA
            MOVE WS-VC-DIAS(WS-VC-IDX) TO VC-DIAS
            MOVE WS-VC-CUSTO(WS-VC-IDX) TO VC-CUSTO
            MOVE WS-VC-OPERADOR(WS-VC-IDX) TO VC-OPERADOR
            MOVE WS-VC-TS(WS-VC-IDX) TO VC-TIMESTAMP
            WRITE VTCRED-RECORD
        END-PERFORM.
        CLOSE VTCRED-FILE.

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

        COPY "JOBJRN.cpy".

        COPY "SYSERR.cpy".

        COPY "SIGNON.cpy".
