      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do cadastro de vale-transporte
      *          (VTMAST.DAT) - lista, inclui linha, inativa,
      *          reativa e reajusta a tarifa de uma linha para todos
      *          os empregados que a utilizam, por prontuario +
      *          linha. A compra mensal e o desconto de 6% sao
      *          feitos pelo VALETRAN e pelo lote do TRAB1.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. MANUTVT.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-PC-PENTIUM-III.
        OBJECT-COMPUTER. IBM-PC-PENTIUM-III.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT VTMAST-FILE ASSIGN TO "data/VTMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VTMAST-STATUS.

            SELECT EMPMAST-FILE ASSIGN TO "data/EMPMAST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EM-PRONTUARIO
            FILE STATUS IS WS-EMPMAST-STATUS.

            SELECT OPERMAST-FILE ASSIGN TO "data/OPERMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERMAST-STATUS.

            SELECT SYSLOG-FILE ASSIGN TO "data/SYSLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SYSLOG-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  VTMAST-FILE.
        COPY "VTMAST.cpy".

        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".

        FD  SYSLOG-FILE.
        COPY "SYSLOG.cpy".

        WORKING-STORAGE SECTION.
        COPY "SIGNONWS.cpy".
        COPY "SYSERRWS.cpy".
        77 WS-VTMAST-STATUS PIC XX VALUE "00".
        77 WS-VTMAST-EOF PIC X VALUE "N".
            88 VTMAST-EOF VALUE "Y".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 wsopcao PIC 9 VALUE ZERO.
        77 wspronturario PIC X(08) VALUE SPACES.
        77 WS-LINHA-ENTRADA PIC X(10) VALUE SPACES.
        77 WS-OPERADORA-ENTRADA PIC X(10) VALUE SPACES.
        77 WS-TARIFA-ENTRADA PIC 9(03)V99 VALUE ZERO.
        77 WS-QTD-REAJUSTADA PIC 9(05) VALUE ZERO.
        77 WS-VT-COUNT PIC 9(03) VALUE ZERO.
        77 WS-VT-IDX PIC 9(03) VALUE ZERO.
        77 WS-VT-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-VT-MAXIMO PIC 9(03) VALUE 500.
        77 WS-VT-OVERFLOW PIC X VALUE "N".
            88 VT-OVERFLOW VALUE "Y".
        01 WS-VT-TAB.
            05 WS-VT-ENTRY OCCURS 500 TIMES.
                10 WS-VT-PRONTUARIO PIC X(08).
                10 WS-VT-OPERADORA PIC X(10).
                10 WS-VT-LINHA PIC X(10).
                10 WS-VT-QTD-DIA PIC 9(02).
                10 WS-VT-TARIFA PIC 9(03)V99.
                10 WS-VT-SIT PIC X(01).
                10 WS-VT-OPERADOR PIC X(08).
                10 WS-VT-TS PIC 9(14).

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE "MANUTVT" TO WS-ERR-PROGRAMA.
        MOVE 2 TO WS-NIVEL-EXIGIDO.
        PERFORM EFETUA-SIGNON.
        PERFORM CARREGA-TABELA.

        DISPLAY "1 - Listar linhas de vale-transporte".
        DISPLAY "2 - Incluir linha para o empregado".
        DISPLAY "3 - Inativar linha do empregado".
        DISPLAY "4 - Reativar linha do empregado".
        DISPLAY "5 - Reajustar tarifa de uma linha".
        DISPLAY "0 - Sair".
        DISPLAY "Digite a opcao: " NO ADVANCING.
        ACCEPT wsopcao.

        EVALUATE wsopcao
            WHEN 1
                PERFORM LISTA-LINHAS
            WHEN 2
                PERFORM INCLUI-LINHA
            WHEN 3
                PERFORM INATIVA-LINHA
            WHEN 4
                PERFORM REATIVA-LINHA
            WHEN 5
                PERFORM REAJUSTA-TARIFA
            WHEN 0
                CONTINUE
            WHEN OTHER
                DISPLAY "ERRO: opcao invalida"
        END-EVALUATE.

        STOP RUN.

        INCLUI-LINHA.
        PERFORM OBTEM-CHAVE.
        PERFORM LOCALIZA-LINHA.
        IF WS-VT-ACHOU > ZERO
            DISPLAY "ERRO: linha ja cadastrada para o empregado: "
                wspronturario " " WS-LINHA-ENTRADA
        ELSE
            PERFORM VERIFICA-EMPREGADO
            IF EM-PRONTUARIO NOT = wspronturario
                DISPLAY "ERRO: prontuario nao cadastrado ou inativo: "
                    wspronturario
            ELSE
                IF WS-VT-COUNT >= WS-VT-MAXIMO
                    DISPLAY "ERRO: limite de " WS-VT-MAXIMO
                        " linhas atingido"
                ELSE
                    PERFORM INCLUI-LINHA-DADOS
                END-IF
            END-IF
        END-IF.

        INCLUI-LINHA-DADOS.
        ADD 1 TO WS-VT-COUNT.
        MOVE WS-VT-COUNT TO WS-VT-ACHOU.
        MOVE wspronturario TO WS-VT-PRONTUARIO(WS-VT-ACHOU).
        MOVE WS-LINHA-ENTRADA TO WS-VT-LINHA(WS-VT-ACHOU).
        DISPLAY "Digite a operadora: " NO ADVANCING.
        ACCEPT WS-VT-OPERADORA(WS-VT-ACHOU).
        DISPLAY "Digite a quantidade de viagens por dia: "
            NO ADVANCING.
        ACCEPT WS-VT-QTD-DIA(WS-VT-ACHOU).
        DISPLAY "Digite a tarifa por viagem: " NO ADVANCING.
        ACCEPT WS-VT-TARIFA(WS-VT-ACHOU).
        IF WS-VT-QTD-DIA(WS-VT-ACHOU) = ZERO
            OR WS-VT-TARIFA(WS-VT-ACHOU) = ZERO
            OR WS-VT-OPERADORA(WS-VT-ACHOU) = SPACES
            DISPLAY "ERRO: operadora, viagens e tarifa sao"
                " obrigatorios - linha nao incluida"
            SUBTRACT 1 FROM WS-VT-COUNT
        ELSE
            MOVE "A" TO WS-VT-SIT(WS-VT-ACHOU)
            PERFORM CARIMBA-E-REGRAVA
            DISPLAY "LINHA INCLUIDA: " wspronturario
                " " WS-LINHA-ENTRADA
        END-IF.

        INATIVA-LINHA.
        PERFORM OBTEM-CHAVE.
        PERFORM LOCALIZA-LINHA.
        IF WS-VT-ACHOU = ZERO
            DISPLAY "ERRO: linha nao cadastrada para o empregado"
        ELSE
            IF WS-VT-SIT(WS-VT-ACHOU) NOT = "A"
                DISPLAY "ERRO: linha ja inativa"
            ELSE
                MOVE "I" TO WS-VT-SIT(WS-VT-ACHOU)
                PERFORM CARIMBA-E-REGRAVA
                DISPLAY "LINHA INATIVADA: " wspronturario
                    " " WS-LINHA-ENTRADA
            END-IF
        END-IF.

        REATIVA-LINHA.
        PERFORM OBTEM-CHAVE.
        PERFORM LOCALIZA-LINHA.
        IF WS-VT-ACHOU = ZERO
            DISPLAY "ERRO: linha nao cadastrada para o empregado"
        ELSE
            IF WS-VT-SIT(WS-VT-ACHOU) NOT = "I"
                DISPLAY "ERRO: somente linha inativa pode ser"
                    " reativada (situacao " WS-VT-SIT(WS-VT-ACHOU) ")"
            ELSE
                MOVE "A" TO WS-VT-SIT(WS-VT-ACHOU)
                PERFORM CARIMBA-E-REGRAVA
                DISPLAY "LINHA REATIVADA: " wspronturario
                    " " WS-LINHA-ENTRADA
            END-IF
        END-IF.

      * reajuste de tarifa pela operadora: atualiza a linha de todos
      * os empregados de uma vez, ativos ou nao
        REAJUSTA-TARIFA.
        DISPLAY "Digite a operadora: " NO ADVANCING.
        ACCEPT WS-OPERADORA-ENTRADA.
        DISPLAY "Digite a linha: " NO ADVANCING.
        ACCEPT WS-LINHA-ENTRADA.
        DISPLAY "Digite a nova tarifa por viagem: " NO ADVANCING.
        ACCEPT WS-TARIFA-ENTRADA.
        MOVE ZERO TO WS-QTD-REAJUSTADA.
        IF WS-TARIFA-ENTRADA = ZERO
            DISPLAY "ERRO: tarifa invalida"
        ELSE
            PERFORM VARYING WS-VT-IDX FROM 1 BY 1
                UNTIL WS-VT-IDX > WS-VT-COUNT
                IF WS-VT-OPERADORA(WS-VT-IDX) = WS-OPERADORA-ENTRADA
                    AND WS-VT-LINHA(WS-VT-IDX) = WS-LINHA-ENTRADA
                    MOVE WS-TARIFA-ENTRADA TO WS-VT-TARIFA(WS-VT-IDX)
                    MOVE WS-SIGNON-OPERADOR
                        TO WS-VT-OPERADOR(WS-VT-IDX)
                    MOVE FUNCTION CURRENT-DATE(1:14)
                        TO WS-VT-TS(WS-VT-IDX)
                    ADD 1 TO WS-QTD-REAJUSTADA
                END-IF
            END-PERFORM
            IF WS-QTD-REAJUSTADA = ZERO
                DISPLAY "ERRO: nenhum empregado usa a linha "
                    WS-LINHA-ENTRADA " da operadora "
                    WS-OPERADORA-ENTRADA
            ELSE
                PERFORM REGRAVA-TABELA
                DISPLAY "TARIFA REAJUSTADA EM " WS-QTD-REAJUSTADA
                    " CADASTRO(S)"
            END-IF
        END-IF.

        OBTEM-CHAVE.
        DISPLAY "Digite o prontuario: " NO ADVANCING.
        ACCEPT wspronturario.
        DISPLAY "Digite a linha: " NO ADVANCING.
        ACCEPT WS-LINHA-ENTRADA.

        VERIFICA-EMPREGADO.
        MOVE SPACES TO EM-PRONTUARIO.
        OPEN INPUT EMPMAST-FILE.
        IF WS-EMPMAST-STATUS = "00"
            MOVE wspronturario TO EM-PRONTUARIO
            READ EMPMAST-FILE
                INVALID KEY
                    MOVE SPACES TO EM-PRONTUARIO
                NOT INVALID KEY
                    IF NOT EM-ATIVO
                        MOVE SPACES TO EM-PRONTUARIO
                    END-IF
            END-READ
            CLOSE EMPMAST-FILE
        END-IF.

        CARIMBA-E-REGRAVA.
        MOVE WS-SIGNON-OPERADOR TO WS-VT-OPERADOR(WS-VT-ACHOU).
        MOVE FUNCTION CURRENT-DATE(1:14) TO WS-VT-TS(WS-VT-ACHOU).
        PERFORM REGRAVA-TABELA.
        PERFORM LISTA-LINHAS.

        LISTA-LINHAS.
        DISPLAY " ".
        DISPLAY "LINHAS DE VALE-TRANSPORTE (" WS-VT-COUNT
            " CADASTRADA(S)):".
        PERFORM VARYING WS-VT-IDX FROM 1 BY 1
            UNTIL WS-VT-IDX > WS-VT-COUNT
            DISPLAY WS-VT-PRONTUARIO(WS-VT-IDX)
                " OPERADORA " WS-VT-OPERADORA(WS-VT-IDX)
                " LINHA " WS-VT-LINHA(WS-VT-IDX)
                " VIAGENS/DIA " WS-VT-QTD-DIA(WS-VT-IDX)
                " TARIFA " WS-VT-TARIFA(WS-VT-IDX)
                " SITUACAO " WS-VT-SIT(WS-VT-IDX)
        END-PERFORM.

        LOCALIZA-LINHA.
        MOVE ZERO TO WS-VT-ACHOU.
        PERFORM VARYING WS-VT-IDX FROM 1 BY 1
            UNTIL WS-VT-IDX > WS-VT-COUNT
            IF WS-VT-PRONTUARIO(WS-VT-IDX) = wspronturario
                AND WS-VT-LINHA(WS-VT-IDX) = WS-LINHA-ENTRADA
                MOVE WS-VT-IDX TO WS-VT-ACHOU
            END-IF
        END-PERFORM.

        CARREGA-TABELA.
        MOVE ZERO TO WS-VT-COUNT.
        MOVE "N" TO WS-VT-OVERFLOW.
        MOVE "N" TO WS-VTMAST-EOF.
        OPEN INPUT VTMAST-FILE.
        IF WS-VTMAST-STATUS = "00"
            PERFORM UNTIL VTMAST-EOF
                READ VTMAST-FILE
                    AT END
                        MOVE "Y" TO WS-VTMAST-EOF
                    NOT AT END
                        IF WS-VT-COUNT >= WS-VT-MAXIMO
                            MOVE "Y" TO WS-VT-OVERFLOW
                        ELSE
                            ADD 1 TO WS-VT-COUNT
                            PERFORM ACUMULA-LINHA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE VTMAST-FILE
        END-IF.
        IF VT-OVERFLOW
            DISPLAY "ERRO: VTMAST.DAT tem mais de " WS-VT-MAXIMO
                " linhas - manutencao recusada para nao perder"
                " registros na regravacao"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        ACUMULA-LINHA.
        MOVE VT-PRONTUARIO TO WS-VT-PRONTUARIO(WS-VT-COUNT).
        MOVE VT-OPERADORA TO WS-VT-OPERADORA(WS-VT-COUNT).
        MOVE VT-LINHA TO WS-VT-LINHA(WS-VT-COUNT).
        MOVE VT-QTD-DIA TO WS-VT-QTD-DIA(WS-VT-COUNT).
        MOVE VT-TARIFA TO WS-VT-TARIFA(WS-VT-COUNT).
        MOVE VT-STATUS TO WS-VT-SIT(WS-VT-COUNT).
        MOVE VT-OPERADOR TO WS-VT-OPERADOR(WS-VT-COUNT).
        MOVE VT-TIMESTAMP TO WS-VT-TS(WS-VT-COUNT).

        REGRAVA-TABELA.
        OPEN OUTPUT VTMAST-FILE.
        PERFORM VARYING WS-VT-IDX FROM 1 BY 1
            UNTIL WS-VT-IDX > WS-VT-COUNT
            MOVE SPACES TO VTMAST-RECORD
            MOVE WS-VT-PRONTUARIO(WS-VT-IDX) TO VT-PRONTUARIO
            MOVE WS-VT-OPERADORA(WS-VT-IDX) TO VT-OPERADORA
            MOVE WS-VT-LINHA(WS-VT-IDX) TO VT-LINHA
            MOVE WS-VT-QTD-DIA(WS-VT-IDX) TO VT-QTD-DIA
            MOVE WS-VT-TARIFA(WS-VT-IDX) TO VT-TARIFA
            MOVE WS-VT-SIT(WS-VT-IDX) TO VT-STATUS
            MOVE WS-VT-OPERADOR(WS-VT-IDX) TO VT-OPERADOR
            MOVE WS-VT-TS(WS-VT-IDX) TO VT-TIMESTAMP
            WRITE VTMAST-RECORD
        END-PERFORM.
        CLOSE VTMAST-FILE.

        COPY "SYSERR.cpy".

        COPY "SIGNON.cpy".
