      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao das declaracoes de outro vinculo
      *          (multiplos vinculos, VINCEXT.DAT) - lista, inclui
      *          declaracao, altera os valores e cancela, por
      *          prontuario + CNPJ do outro empregador + competencia
      *          inicial. A declaracao vale da competencia inicial
      *          ate a final, dentro do mesmo ano; o TRAB1 limita a
      *          retencao do INSS ao que falta ate o teto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. MANUTVIN.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-PC-PENTIUM-III.
        OBJECT-COMPUTER. IBM-PC-PENTIUM-III.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT VINCEXT-FILE ASSIGN TO "data/VINCEXT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VINCEXT-STATUS.

            SELECT OPERMAST-FILE ASSIGN TO "data/OPERMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERMAST-STATUS.

            SELECT SYSLOG-FILE ASSIGN TO "data/SYSLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SYSLOG-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  VINCEXT-FILE.
        COPY "VINCEXT.cpy".

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".

        FD  SYSLOG-FILE.
        COPY "SYSLOG.cpy".

        WORKING-STORAGE SECTION.
        COPY "SIGNONWS.cpy".
        COPY "SYSERRWS.cpy".
        77 WS-VINCEXT-STATUS PIC XX VALUE "00".
        77 WS-VINCEXT-EOF PIC X VALUE "N".
            88 VINCEXT-EOF VALUE "Y".
        77 wsopcao PIC 9 VALUE ZERO.
        77 wspronturario PIC X(08) VALUE SPACES.
        77 WS-CNPJ-ENTRADA PIC X(14) VALUE SPACES.
        77 WS-INICIO-ENTRADA PIC 9(06) VALUE ZERO.
        77 WS-FIM-ENTRADA PIC 9(06) VALUE ZERO.
        77 WS-REM-ENTRADA PIC 9(07)V99 VALUE ZERO.
        77 WS-INSS-ENTRADA PIC 9(07)V99 VALUE ZERO.
        77 WS-ANO-INICIO PIC 9(04) VALUE ZERO.
        77 WS-MES-INICIO PIC 9(02) VALUE ZERO.
        77 WS-ANO-FIM PIC 9(04) VALUE ZERO.
        77 WS-MES-FIM PIC 9(02) VALUE ZERO.
        77 WS-DADOS-OK PIC X VALUE "N".
            88 DADOS-OK VALUE "Y".
        77 WS-VC-COUNT PIC 9(04) VALUE ZERO.
        77 WS-VC-IDX PIC 9(04) VALUE ZERO.
        77 WS-VC-ACHOU PIC 9(04) VALUE ZERO.
        77 WS-VC-SOBREPOE PIC 9(04) VALUE ZERO.
        77 WS-VC-MAXIMO PIC 9(04) VALUE 1000.
        77 WS-VC-OVERFLOW PIC X VALUE "N".
            88 VC-OVERFLOW VALUE "Y".
        01 WS-VC-TAB.
            05 WS-VC-ENTRY OCCURS 1000 TIMES.
                10 WS-VC-PRONTUARIO PIC X(08).
                10 WS-VC-CNPJ PIC X(14).
                10 WS-VC-INICIO PIC 9(06).
                10 WS-VC-FIM PIC 9(06).
                10 WS-VC-REMUNERACAO PIC 9(07)V99.
                10 WS-VC-INSS PIC 9(07)V99.
                10 WS-VC-SIT PIC X(01).
                10 WS-VC-OPERADOR PIC X(08).
                10 WS-VC-TS PIC 9(14).

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE "MANUTVIN" TO WS-ERR-PROGRAMA.
        MOVE 2 TO WS-NIVEL-EXIGIDO.
        PERFORM EFETUA-SIGNON.
        PERFORM CARREGA-TABELA.

        DISPLAY "1 - Listar declaracoes de outro vinculo".
        DISPLAY "2 - Incluir declaracao".
        DISPLAY "3 - Alterar remuneracao/INSS da declaracao".
        DISPLAY "4 - Cancelar declaracao".
        DISPLAY "0 - Sair".
        DISPLAY "Digite a opcao: " NO ADVANCING.
        ACCEPT wsopcao.

        EVALUATE wsopcao
            WHEN 1
                PERFORM LISTA-DECLARACOES
            WHEN 2
                PERFORM INCLUI-DECLARACAO
            WHEN 3
                PERFORM ALTERA-DECLARACAO
            WHEN 4
                PERFORM CANCELA-DECLARACAO
            WHEN 0
                CONTINUE
            WHEN OTHER
                DISPLAY "ERRO: opcao invalida"
        END-EVALUATE.

        STOP RUN.

        INCLUI-DECLARACAO.
        PERFORM OBTEM-CHAVE.
        PERFORM LOCALIZA-DECLARACAO.
        IF WS-VC-ACHOU > ZERO
            DISPLAY "ERRO: declaracao ja cadastrada: " wspronturario
                " " WS-CNPJ-ENTRADA " " WS-INICIO-ENTRADA
        ELSE
            IF WS-VC-COUNT >= WS-VC-MAXIMO
                DISPLAY "ERRO: limite de " WS-VC-MAXIMO
                    " declaracoes atingido"
            ELSE
                PERFORM OBTEM-DADOS-DECLARACAO
                IF DADOS-OK
                    ADD 1 TO WS-VC-COUNT
                    MOVE WS-VC-COUNT TO WS-VC-ACHOU
                    MOVE wspronturario
                        TO WS-VC-PRONTUARIO(WS-VC-ACHOU)
                    MOVE WS-CNPJ-ENTRADA TO WS-VC-CNPJ(WS-VC-ACHOU)
                    MOVE WS-INICIO-ENTRADA
                        TO WS-VC-INICIO(WS-VC-ACHOU)
                    MOVE WS-FIM-ENTRADA TO WS-VC-FIM(WS-VC-ACHOU)
                    MOVE WS-REM-ENTRADA
                        TO WS-VC-REMUNERACAO(WS-VC-ACHOU)
                    MOVE WS-INSS-ENTRADA TO WS-VC-INSS(WS-VC-ACHOU)
                    MOVE "A" TO WS-VC-SIT(WS-VC-ACHOU)
                    PERFORM CARIMBA-E-REGRAVA
                    DISPLAY "DECLARACAO INCLUIDA: " wspronturario
                        " " WS-CNPJ-ENTRADA " " WS-INICIO-ENTRADA
                        " A " WS-FIM-ENTRADA
                END-IF
            END-IF
        END-IF.

        ALTERA-DECLARACAO.
        PERFORM OBTEM-CHAVE.
        PERFORM LOCALIZA-DECLARACAO.
        IF WS-VC-ACHOU = ZERO
            DISPLAY "ERRO: declaracao nao cadastrada"
        ELSE
            IF WS-VC-SIT(WS-VC-ACHOU) NOT = "A"
                DISPLAY "ERRO: declaracao cancelada nao pode ser"
                    " alterada"
            ELSE
                PERFORM OBTEM-VALORES
                IF DADOS-OK
                    MOVE WS-REM-ENTRADA
                        TO WS-VC-REMUNERACAO(WS-VC-ACHOU)
                    MOVE WS-INSS-ENTRADA TO WS-VC-INSS(WS-VC-ACHOU)
                    PERFORM CARIMBA-E-REGRAVA
                    DISPLAY "DECLARACAO ALTERADA: " wspronturario
                        " " WS-CNPJ-ENTRADA " " WS-INICIO-ENTRADA
                END-IF
            END-IF
        END-IF.

        CANCELA-DECLARACAO.
        PERFORM OBTEM-CHAVE.
        PERFORM LOCALIZA-DECLARACAO.
        IF WS-VC-ACHOU = ZERO
            DISPLAY "ERRO: declaracao nao cadastrada"
        ELSE
            IF WS-VC-SIT(WS-VC-ACHOU) = "C"
                DISPLAY "ERRO: declaracao ja cancelada"
            ELSE
                MOVE "C" TO WS-VC-SIT(WS-VC-ACHOU)
                PERFORM CARIMBA-E-REGRAVA
                DISPLAY "DECLARACAO CANCELADA: " wspronturario
                    " " WS-CNPJ-ENTRADA " " WS-INICIO-ENTRADA
            END-IF
        END-IF.

        OBTEM-CHAVE.
        DISPLAY "Digite o prontuario: " NO ADVANCING.
        ACCEPT wspronturario.
        DISPLAY "Digite o CNPJ do outro empregador: " NO ADVANCING.
        ACCEPT WS-CNPJ-ENTRADA.
        DISPLAY "Digite a competencia inicial (AAAAMM): "
            NO ADVANCING.
        ACCEPT WS-INICIO-ENTRADA.

      * a declaracao vale para um ano: a competencia final fica no
      * ano da inicial (zero = dezembro) e nao pode cruzar outra
      * declaracao ativa do mesmo empregador
        OBTEM-DADOS-DECLARACAO.
        MOVE "N" TO WS-DADOS-OK.
        DIVIDE WS-INICIO-ENTRADA BY 100 GIVING WS-ANO-INICIO
            REMAINDER WS-MES-INICIO.
        IF WS-CNPJ-ENTRADA NOT NUMERIC
            OR WS-CNPJ-ENTRADA = ALL "0"
            DISPLAY "ERRO: CNPJ invalido (14 digitos): "
                WS-CNPJ-ENTRADA
        ELSE
            IF WS-MES-INICIO < 1 OR WS-MES-INICIO > 12
                OR WS-ANO-INICIO < 1900
                DISPLAY "ERRO: competencia inicial invalida: "
                    WS-INICIO-ENTRADA
            ELSE
                DISPLAY "Digite a competencia final (AAAAMM, "
                    "0=dezembro): " NO ADVANCING
                ACCEPT WS-FIM-ENTRADA
                IF WS-FIM-ENTRADA = ZERO
                    COMPUTE WS-FIM-ENTRADA = WS-ANO-INICIO * 100 + 12
                END-IF
                DIVIDE WS-FIM-ENTRADA BY 100 GIVING WS-ANO-FIM
                    REMAINDER WS-MES-FIM
                IF WS-ANO-FIM NOT = WS-ANO-INICIO
                    OR WS-MES-FIM < WS-MES-INICIO
                    OR WS-MES-FIM > 12
                    DISPLAY "ERRO: competencia final deve estar entre"
                        " a inicial e dezembro do mesmo ano: "
                        WS-FIM-ENTRADA
                ELSE
                    PERFORM VERIFICA-SOBREPOSICAO
                    IF WS-VC-SOBREPOE > ZERO
                        DISPLAY "ERRO: periodo cruza a declaracao de "
                            WS-VC-INICIO(WS-VC-SOBREPOE) " a "
                            WS-VC-FIM(WS-VC-SOBREPOE)
                            " do mesmo empregador"
                    ELSE
                        PERFORM OBTEM-VALORES
                    END-IF
                END-IF
            END-IF
        END-IF.

        OBTEM-VALORES.
        MOVE "N" TO WS-DADOS-OK.
        DISPLAY "Digite a remuneracao no outro vinculo: "
            NO ADVANCING.
        ACCEPT WS-REM-ENTRADA.
        DISPLAY "Digite o INSS retido pelo outro empregador: "
            NO ADVANCING.
        ACCEPT WS-INSS-ENTRADA.
        IF WS-REM-ENTRADA = ZERO
            DISPLAY "ERRO: remuneracao nao informada"
        ELSE
            IF WS-INSS-ENTRADA > WS-REM-ENTRADA
                DISPLAY "ERRO: INSS retido maior que a remuneracao"
            ELSE
                MOVE "Y" TO WS-DADOS-OK
            END-IF
        END-IF.

        VERIFICA-SOBREPOSICAO.
        MOVE ZERO TO WS-VC-SOBREPOE.
        PERFORM VARYING WS-VC-IDX FROM 1 BY 1
            UNTIL WS-VC-IDX > WS-VC-COUNT
            IF WS-VC-PRONTUARIO(WS-VC-IDX) = wspronturario
                AND WS-VC-CNPJ(WS-VC-IDX) = WS-CNPJ-ENTRADA
                AND WS-VC-SIT(WS-VC-IDX) = "A"
                AND WS-VC-INICIO(WS-VC-IDX) <= WS-FIM-ENTRADA
                AND WS-VC-FIM(WS-VC-IDX) >= WS-INICIO-ENTRADA
                MOVE WS-VC-IDX TO WS-VC-SOBREPOE
            END-IF
        END-PERFORM.

        CARIMBA-E-REGRAVA.
        MOVE WS-SIGNON-OPERADOR TO WS-VC-OPERADOR(WS-VC-ACHOU).
        MOVE FUNCTION CURRENT-DATE(1:14) TO WS-VC-TS(WS-VC-ACHOU).
        PERFORM REGRAVA-TABELA.
        PERFORM LISTA-DECLARACOES.

        LISTA-DECLARACOES.
        DISPLAY " ".
        DISPLAY "DECLARACOES DE OUTRO VINCULO (" WS-VC-COUNT
            " CADASTRADA(S)):".
        PERFORM VARYING WS-VC-IDX FROM 1 BY 1
            UNTIL WS-VC-IDX > WS-VC-COUNT
            DISPLAY WS-VC-PRONTUARIO(WS-VC-IDX)
                " CNPJ " WS-VC-CNPJ(WS-VC-IDX)
                " " WS-VC-INICIO(WS-VC-IDX)
                " A " WS-VC-FIM(WS-VC-IDX)
                " REMUN " WS-VC-REMUNERACAO(WS-VC-IDX)
                " INSS " WS-VC-INSS(WS-VC-IDX)
                " SITUACAO " WS-VC-SIT(WS-VC-IDX)
        END-PERFORM.

        LOCALIZA-DECLARACAO.
        MOVE ZERO TO WS-VC-ACHOU.
        PERFORM VARYING WS-VC-IDX FROM 1 BY 1
            UNTIL WS-VC-IDX > WS-VC-COUNT
            IF WS-VC-PRONTUARIO(WS-VC-IDX) = wspronturario
                AND WS-VC-CNPJ(WS-VC-IDX) = WS-CNPJ-ENTRADA
                AND WS-VC-INICIO(WS-VC-IDX) = WS-INICIO-ENTRADA
                MOVE WS-VC-IDX TO WS-VC-ACHOU
            END-IF
        END-PERFORM.

        CARREGA-TABELA.
        MOVE ZERO TO WS-VC-COUNT.
        MOVE "N" TO WS-VC-OVERFLOW.
        MOVE "N" TO WS-VINCEXT-EOF.
        OPEN INPUT VINCEXT-FILE.
        IF WS-VINCEXT-STATUS = "00"
            PERFORM UNTIL VINCEXT-EOF
                READ VINCEXT-FILE
                    AT END
                        MOVE "Y" TO WS-VINCEXT-EOF
                    NOT AT END
                        IF WS-VC-COUNT >= WS-VC-MAXIMO
                            MOVE "Y" TO WS-VC-OVERFLOW
                        ELSE
                            ADD 1 TO WS-VC-COUNT
                            PERFORM ACUMULA-DECLARACAO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE VINCEXT-FILE
        END-IF.
        IF VC-OVERFLOW
            DISPLAY "ERRO: VINCEXT.DAT tem mais de " WS-VC-MAXIMO
                " declaracoes - manutencao recusada para nao perder"
                " registros na regravacao"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        ACUMULA-DECLARACAO.
        MOVE VX-PRONTUARIO TO WS-VC-PRONTUARIO(WS-VC-COUNT).
        MOVE VX-CNPJ TO WS-VC-CNPJ(WS-VC-COUNT).
        MOVE VX-COMP-INICIO TO WS-VC-INICIO(WS-VC-COUNT).
        MOVE VX-COMP-FIM TO WS-VC-FIM(WS-VC-COUNT).
        MOVE VX-REMUNERACAO TO WS-VC-REMUNERACAO(WS-VC-COUNT).
        MOVE VX-INSS-RETIDO TO WS-VC-INSS(WS-VC-COUNT).
        MOVE VX-STATUS TO WS-VC-SIT(WS-VC-COUNT).
        MOVE VX-OPERADOR TO WS-VC-OPERADOR(WS-VC-COUNT).
        MOVE VX-TIMESTAMP TO WS-VC-TS(WS-VC-COUNT).

        REGRAVA-TABELA.
        OPEN OUTPUT VINCEXT-FILE.
        PERFORM VARYING WS-VC-IDX FROM 1 BY 1
            UNTIL WS-VC-IDX > WS-VC-COUNT
            MOVE SPACES TO VINCEXT-RECORD
            MOVE WS-VC-PRONTUARIO(WS-VC-IDX) TO VX-PRONTUARIO
            MOVE WS-VC-CNPJ(WS-VC-IDX) TO VX-CNPJ
            MOVE WS-VC-INICIO(WS-VC-IDX) TO VX-COMP-INICIO
            MOVE WS-VC-FIM(WS-VC-IDX) TO VX-COMP-FIM
            MOVE WS-VC-REMUNERACAO(WS-VC-IDX) TO VX-REMUNERACAO
            MOVE WS-VC-INSS(WS-VC-IDX) TO VX-INSS-RETIDO
            MOVE WS-VC-SIT(WS-VC-IDX) TO VX-STATUS
            MOVE WS-VC-OPERADOR(WS-VC-IDX) TO VX-OPERADOR
            MOVE WS-VC-TS(WS-VC-IDX) TO VX-TIMESTAMP
            WRITE VINCEXT-RECORD
        END-PERFORM.
        CLOSE VINCEXT-FILE.

        COPY "SYSERR.cpy".

        COPY "SIGNON.cpy".
