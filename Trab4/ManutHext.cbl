      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao das autorizacoes previas de hora extra
      *          (HEAUTOR.DAT) e das horas extras retidas pelo
      *          PREPONTO (HEPEND.DAT) - lista a competencia, inclui
      *          autorizacao aprovada pelo responsavel do
      *          departamento, cancela autorizacao feita por engano e
      *          registra a decisao do gestor sobre as horas retidas:
      *          aprovadas geram autorizacao e saem no proximo lote
      *          do PREPONTO; recusadas sao descartadas. Nenhuma
      *          autorizacao passa de 2 horas por dia (acordo
      *          coletivo).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. MANUTHEX.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-PC-PENTIUM-III.
        OBJECT-COMPUTER. IBM-PC-PENTIUM-III.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HEAUTOR-FILE ASSIGN TO "data/HEAUTOR.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HEAUTOR-STATUS.

            SELECT HEPEND-FILE ASSIGN TO "data/HEPEND.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HEPEND-STATUS.

            SELECT EMPMAST-FILE ASSIGN TO "data/EMPMAST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EM-PRONTUARIO
            FILE STATUS IS WS-EMPMAST-STATUS.

            SELECT DEPTMAST-FILE ASSIGN TO "data/DEPTMAST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS DP-CODIGO
            FILE STATUS IS WS-DEPTMAST-STATUS.

            SELECT OPERMAST-FILE ASSIGN TO "data/OPERMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERMAST-STATUS.

            SELECT SYSLOG-FILE ASSIGN TO "data/SYSLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SYSLOG-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  HEAUTOR-FILE.
        COPY "HEAUTOR.cpy".

        FD  HEPEND-FILE.
        COPY "HEPEND.cpy".

        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  DEPTMAST-FILE.
        COPY "DEPTMAST.cpy".

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".

        FD  SYSLOG-FILE.
        COPY "SYSLOG.cpy".

        WORKING-STORAGE SECTION.
        COPY "SIGNONWS.cpy".
        COPY "SYSERRWS.cpy".
        77 WS-HEAUTOR-STATUS PIC XX VALUE "00".
        77 WS-HEAUTOR-EOF PIC X VALUE "N".
            88 HEAUTOR-EOF VALUE "Y".
        77 WS-HEPEND-STATUS PIC XX VALUE "00".
        77 WS-HEPEND-EOF PIC X VALUE "N".
            88 HEPEND-EOF VALUE "Y".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-DEPTMAST-STATUS PIC XX VALUE "00".
        77 wsopcao PIC 9 VALUE ZERO.
        77 wspronturario PIC X(08) VALUE SPACES.
        77 WS-COMPETENCIA PIC 9(06) VALUE ZERO.
        77 WS-COMP-REG PIC 9(06) VALUE ZERO.
        77 WS-INICIO-ENTRADA PIC 9(08) VALUE ZERO.
        77 WS-FIM-ENTRADA PIC 9(08) VALUE ZERO.
        77 WS-HORAS-ENTRADA PIC 9(03) VALUE ZERO.
        77 WS-DEPTO-ENTRADA PIC X(10) VALUE SPACES.
        77 WS-GESTOR-ENTRADA PIC X(20) VALUE SPACES.
        77 WS-ORIGEM-ENTRADA PIC X(01) VALUE "M".
        77 WS-CONFIRMA PIC X(01) VALUE "N".
        77 WS-DATA-ENTRADA PIC 9(08) VALUE ZERO.
        77 WS-DATA-OK PIC X VALUE "N".
            88 DATA-OK VALUE "Y".
        77 WS-DT-ANO PIC 9(04) VALUE ZERO.
        77 WS-DT-MES PIC 9(02) VALUE ZERO.
        77 WS-DT-DIA PIC 9(02) VALUE ZERO.
        77 WS-DT-MMDD PIC 9(04) VALUE ZERO.
        77 WS-DT-RESTO PIC 9(04) VALUE ZERO.
        77 WS-DT-QUOC PIC 9(04) VALUE ZERO.
        77 WS-DIAS-NO-MES PIC 9(02) VALUE ZERO.
        77 WS-DIA-INICIO PIC 9(02) VALUE ZERO.
        77 WS-DIAS-PERIODO PIC 9(02) VALUE ZERO.
        77 WS-HORAS-LIMITE PIC 9(03) VALUE ZERO.
        77 WS-HORAS-DIA-MAXIMO PIC 9(01) VALUE 2.
        77 WS-HORAS-MES-AUT PIC 9(05) VALUE ZERO.
        77 WS-HORAS-OK PIC X VALUE "N".
            88 HORAS-OK VALUE "Y".
        77 WS-AT-COUNT PIC 9(04) VALUE ZERO.
        77 WS-AT-IDX PIC 9(04) VALUE ZERO.
        77 WS-AT-ACHOU PIC 9(04) VALUE ZERO.
        77 WS-AT-MAXIMO PIC 9(04) VALUE 2000.
        77 WS-AT-OVERFLOW PIC X VALUE "N".
            88 AT-OVERFLOW VALUE "Y".
        77 WS-HP-COUNT PIC 9(04) VALUE ZERO.
        77 WS-HP-IDX PIC 9(04) VALUE ZERO.
        77 WS-HP-ACHOU PIC 9(04) VALUE ZERO.
        77 WS-HP-MAXIMO PIC 9(04) VALUE 2000.
        77 WS-HP-OVERFLOW PIC X VALUE "N".
            88 HP-OVERFLOW VALUE "Y".
        01 WS-AT-TAB.
            05 WS-AT-ENTRY OCCURS 2000 TIMES.
                10 WS-AT-PRONTUARIO PIC X(08).
                10 WS-AT-INICIO PIC 9(08).
                10 WS-AT-FIM PIC 9(08).
                10 WS-AT-HORAS PIC 9(03).
                10 WS-AT-DEPARTAMENTO PIC X(10).
                10 WS-AT-GESTOR PIC X(20).
                10 WS-AT-ORIGEM PIC X(01).
                10 WS-AT-SIT PIC X(01).
                10 WS-AT-OPERADOR PIC X(08).
                10 WS-AT-TS PIC 9(14).
        01 WS-HP-TAB.
            05 WS-HP-ENTRY OCCURS 2000 TIMES.
                10 WS-HP-PRONTUARIO PIC X(08).
                10 WS-HP-COMPETENCIA PIC 9(06).
                10 WS-HP-DEPARTAMENTO PIC X(10).
                10 WS-HP-HORAS-EXTRA PIC 9(03).
                10 WS-HP-HORAS-EXTRA-DR PIC 9(03).
                10 WS-HP-AUTORIZADAS PIC 9(03).
                10 WS-HP-HE-DESTINO PIC X(01).
                10 WS-HP-GESTOR PIC X(20).
                10 WS-HP-SIT PIC X(01).
                10 WS-HP-OPERADOR PIC X(08).
                10 WS-HP-TS PIC 9(14).

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE "MANUTHEX" TO WS-ERR-PROGRAMA.
        MOVE 2 TO WS-NIVEL-EXIGIDO.
        PERFORM EFETUA-SIGNON.
        PERFORM CARREGA-AUTORIZACOES.
        PERFORM CARREGA-PENDENCIAS.

        DISPLAY "1 - Listar autorizacoes e horas retidas".
        DISPLAY "2 - Incluir autorizacao de hora extra".
        DISPLAY "3 - Cancelar autorizacao".
        DISPLAY "4 - Aprovar horas extras retidas".
        DISPLAY "5 - Recusar horas extras retidas".
        DISPLAY "0 - Sair".
        DISPLAY "Digite a opcao: " NO ADVANCING.
        ACCEPT wsopcao.

        EVALUATE wsopcao
            WHEN 1
                PERFORM OBTEM-COMPETENCIA
                PERFORM LISTA-COMPETENCIA
            WHEN 2
                PERFORM INCLUI-AUTORIZACAO
            WHEN 3
                PERFORM CANCELA-AUTORIZACAO
            WHEN 4
                PERFORM APROVA-PENDENCIA
            WHEN 5
                PERFORM RECUSA-PENDENCIA
            WHEN 0
                CONTINUE
            WHEN OTHER
                DISPLAY "ERRO: opcao invalida"
        END-EVALUATE.

        STOP RUN.

      * o periodo fica dentro de um mes (a competencia e o mes do
      * inicio) e o gestor e o responsavel do departamento onde a
      * hora extra sera feita - o do cadastro, se nao informado
        INCLUI-AUTORIZACAO.
        DISPLAY "Digite o prontuario: " NO ADVANCING.
        ACCEPT wspronturario.
        PERFORM VERIFICA-EMPREGADO.
        IF EM-PRONTUARIO NOT = wspronturario
            DISPLAY "ERRO: prontuario nao cadastrado ou inativo: "
                wspronturario
        ELSE
            PERFORM OBTEM-PERIODO
            DISPLAY "Digite o departamento (vazio usa o do"
                " cadastro): " NO ADVANCING
            ACCEPT WS-DEPTO-ENTRADA
            IF WS-DEPTO-ENTRADA = SPACES
                MOVE EM-DEPARTAMENTO TO WS-DEPTO-ENTRADA
            END-IF
            PERFORM OBTEM-GESTOR
            IF WS-GESTOR-ENTRADA = SPACES
                DISPLAY "ERRO: departamento " WS-DEPTO-ENTRADA
                    " nao cadastrado, inativo ou sem responsavel"
            ELSE
                PERFORM OBTEM-HORAS
                IF HORAS-OK
                    PERFORM CONFIRMA-E-INCLUI
                END-IF
            END-IF
        END-IF.

        OBTEM-PERIODO.
        MOVE "N" TO WS-DATA-OK.
        PERFORM WITH TEST AFTER UNTIL DATA-OK
            DISPLAY "Digite o inicio do periodo (AAAAMMDD): "
                NO ADVANCING
            ACCEPT WS-DATA-ENTRADA
            PERFORM VALIDA-DATA
            IF NOT DATA-OK
                DISPLAY "ERRO: data invalida, digite novamente"
            END-IF
        END-PERFORM.
        MOVE WS-DATA-ENTRADA TO WS-INICIO-ENTRADA.
        MOVE WS-DT-DIA TO WS-DIA-INICIO.
        COMPUTE WS-COMPETENCIA = WS-INICIO-ENTRADA / 100.
        MOVE "N" TO WS-DATA-OK.
        PERFORM WITH TEST AFTER UNTIL DATA-OK
            DISPLAY "Digite o fim do periodo (AAAAMMDD, mesmo mes): "
                NO ADVANCING
            ACCEPT WS-DATA-ENTRADA
            PERFORM VALIDA-DATA
            COMPUTE WS-COMP-REG = WS-DATA-ENTRADA / 100
            IF DATA-OK AND (WS-DATA-ENTRADA < WS-INICIO-ENTRADA
                OR WS-COMP-REG NOT = WS-COMPETENCIA)
                MOVE "N" TO WS-DATA-OK
            END-IF
            IF NOT DATA-OK
                DISPLAY "ERRO: data invalida, anterior ao inicio ou"
                    " em outro mes, digite novamente"
            END-IF
        END-PERFORM.
        MOVE WS-DATA-ENTRADA TO WS-FIM-ENTRADA.
        COMPUTE WS-DIAS-PERIODO = WS-DT-DIA - WS-DIA-INICIO + 1.

      * limite do acordo coletivo: 2 horas por dia do periodo, e o
      * total autorizado no mes tambem nao passa de 2 horas por dia
        OBTEM-HORAS.
        MOVE "N" TO WS-HORAS-OK.
        COMPUTE WS-HORAS-LIMITE =
            WS-DIAS-PERIODO * WS-HORAS-DIA-MAXIMO.
        DISPLAY "Digite as horas extras autorizadas (1-"
            WS-HORAS-LIMITE "): " NO ADVANCING.
        ACCEPT WS-HORAS-ENTRADA.
        IF WS-HORAS-ENTRADA = ZERO
            OR WS-HORAS-ENTRADA > WS-HORAS-LIMITE
            DISPLAY "ERRO: horas fora da faixa - o acordo coletivo"
                " limita a 2 horas extras por dia"
        ELSE
            PERFORM VERIFICA-LIMITE-MES
        END-IF.

        VERIFICA-LIMITE-MES.
        MOVE "N" TO WS-HORAS-OK.
        MOVE WS-HORAS-ENTRADA TO WS-HORAS-MES-AUT.
        PERFORM VARYING WS-AT-IDX FROM 1 BY 1
            UNTIL WS-AT-IDX > WS-AT-COUNT
            COMPUTE WS-COMP-REG = WS-AT-INICIO(WS-AT-IDX) / 100
            IF WS-AT-PRONTUARIO(WS-AT-IDX) = wspronturario
                AND WS-COMP-REG = WS-COMPETENCIA
                AND WS-AT-SIT(WS-AT-IDX) = "A"
                ADD WS-AT-HORAS(WS-AT-IDX) TO WS-HORAS-MES-AUT
            END-IF
        END-PERFORM.
        MOVE WS-COMPETENCIA TO WS-DATA-ENTRADA.
        MULTIPLY 100 BY WS-DATA-ENTRADA.
        ADD 1 TO WS-DATA-ENTRADA.
        PERFORM VALIDA-DATA.
        IF WS-HORAS-MES-AUT > WS-DIAS-NO-MES * WS-HORAS-DIA-MAXIMO
            DISPLAY "ERRO: total autorizado no mes (" WS-HORAS-MES-AUT
                " horas) passa de 2 horas por dia - acordo coletivo"
        ELSE
            MOVE "Y" TO WS-HORAS-OK
        END-IF.

        CONFIRMA-E-INCLUI.
        DISPLAY "Autorizacao de " WS-HORAS-ENTRADA " hora(s) de "
            WS-INICIO-ENTRADA " a " WS-FIM-ENTRADA
            " aprovada por " WS-GESTOR-ENTRADA.
        DISPLAY "Confirma (S/N)? " NO ADVANCING.
        ACCEPT WS-CONFIRMA.
        IF WS-CONFIRMA NOT = "S"
            DISPLAY "INCLUSAO CANCELADA"
        ELSE
            IF WS-AT-COUNT >= WS-AT-MAXIMO
                DISPLAY "ERRO: limite de " WS-AT-MAXIMO
                    " autorizacoes atingido"
            ELSE
                MOVE "M" TO WS-ORIGEM-ENTRADA
                PERFORM INCLUI-AUTORIZACAO-DADOS
                PERFORM REGRAVA-AUTORIZACOES
                PERFORM LISTA-COMPETENCIA
            END-IF
        END-IF.

        INCLUI-AUTORIZACAO-DADOS.
        ADD 1 TO WS-AT-COUNT.
        MOVE WS-AT-COUNT TO WS-AT-ACHOU.
        MOVE wspronturario TO WS-AT-PRONTUARIO(WS-AT-ACHOU).
        MOVE WS-INICIO-ENTRADA TO WS-AT-INICIO(WS-AT-ACHOU).
        MOVE WS-FIM-ENTRADA TO WS-AT-FIM(WS-AT-ACHOU).
        MOVE WS-HORAS-ENTRADA TO WS-AT-HORAS(WS-AT-ACHOU).
        MOVE WS-DEPTO-ENTRADA TO WS-AT-DEPARTAMENTO(WS-AT-ACHOU).
        MOVE WS-GESTOR-ENTRADA TO WS-AT-GESTOR(WS-AT-ACHOU).
        MOVE WS-ORIGEM-ENTRADA TO WS-AT-ORIGEM(WS-AT-ACHOU).
        MOVE "A" TO WS-AT-SIT(WS-AT-ACHOU).
        MOVE WS-SIGNON-OPERADOR TO WS-AT-OPERADOR(WS-AT-ACHOU).
        MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AT-TS(WS-AT-ACHOU).

        CANCELA-AUTORIZACAO.
        DISPLAY "Digite o prontuario: " NO ADVANCING.
        ACCEPT wspronturario.
        DISPLAY "Digite o inicio do periodo (AAAAMMDD): "
            NO ADVANCING.
        ACCEPT WS-INICIO-ENTRADA.
        MOVE ZERO TO WS-AT-ACHOU.
        PERFORM VARYING WS-AT-IDX FROM 1 BY 1
            UNTIL WS-AT-IDX > WS-AT-COUNT
            IF WS-AT-PRONTUARIO(WS-AT-IDX) = wspronturario
                AND WS-AT-INICIO(WS-AT-IDX) = WS-INICIO-ENTRADA
                AND WS-AT-SIT(WS-AT-IDX) = "A"
                MOVE WS-AT-IDX TO WS-AT-ACHOU
            END-IF
        END-PERFORM.
        IF WS-AT-ACHOU = ZERO
            DISPLAY "ERRO: autorizacao ativa nao encontrada: "
                wspronturario " " WS-INICIO-ENTRADA
        ELSE
            MOVE "C" TO WS-AT-SIT(WS-AT-ACHOU)
            MOVE WS-SIGNON-OPERADOR TO WS-AT-OPERADOR(WS-AT-ACHOU)
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AT-TS(WS-AT-ACHOU)
            PERFORM REGRAVA-AUTORIZACOES
            COMPUTE WS-COMPETENCIA = WS-INICIO-ENTRADA / 100
            DISPLAY "AUTORIZACAO CANCELADA - HORAS JA LIBERADAS NO"
                " TIMESHT SO SAO RETIDAS NA PROXIMA LIBERACAO DO"
                " PREPONTO"
            PERFORM LISTA-COMPETENCIA
        END-IF.

      * aprovar gera uma autorizacao (origem P) cobrindo o mes todo
      * com as horas retidas; o PREPONTO as libera no proximo lote
        APROVA-PENDENCIA.
        PERFORM LOCALIZA-PENDENCIA.
        IF WS-HP-ACHOU > ZERO
            MOVE WS-COMPETENCIA TO WS-DATA-ENTRADA
            MULTIPLY 100 BY WS-DATA-ENTRADA
            ADD 1 TO WS-DATA-ENTRADA
            MOVE WS-DATA-ENTRADA TO WS-INICIO-ENTRADA
            PERFORM VALIDA-DATA
            COMPUTE WS-FIM-ENTRADA =
                WS-INICIO-ENTRADA - 1 + WS-DIAS-NO-MES
            COMPUTE WS-HORAS-ENTRADA =
                WS-HP-HORAS-EXTRA(WS-HP-ACHOU)
                + WS-HP-HORAS-EXTRA-DR(WS-HP-ACHOU)
            MOVE WS-HP-DEPARTAMENTO(WS-HP-ACHOU) TO WS-DEPTO-ENTRADA
            MOVE WS-HP-GESTOR(WS-HP-ACHOU) TO WS-GESTOR-ENTRADA
            IF WS-GESTOR-ENTRADA = SPACES
                PERFORM OBTEM-GESTOR
            END-IF
            PERFORM VERIFICA-LIMITE-MES
            IF WS-GESTOR-ENTRADA = SPACES
                DISPLAY "ERRO: departamento " WS-DEPTO-ENTRADA
                    " sem responsavel cadastrado"
            ELSE
                IF HORAS-OK
                    PERFORM CONFIRMA-APROVACAO
                END-IF
            END-IF
        END-IF.

        CONFIRMA-APROVACAO.
        DISPLAY "Aprovar " WS-HORAS-ENTRADA " hora(s) retida(s) de "
            wspronturario " em " WS-COMPETENCIA
            " - gestor " WS-GESTOR-ENTRADA.
        DISPLAY "Confirma (S/N)? " NO ADVANCING.
        ACCEPT WS-CONFIRMA.
        IF WS-CONFIRMA NOT = "S"
            DISPLAY "APROVACAO CANCELADA"
        ELSE
            IF WS-AT-COUNT >= WS-AT-MAXIMO
                DISPLAY "ERRO: limite de " WS-AT-MAXIMO
                    " autorizacoes atingido"
            ELSE
                MOVE "P" TO WS-ORIGEM-ENTRADA
                PERFORM INCLUI-AUTORIZACAO-DADOS
                MOVE "A" TO WS-HP-SIT(WS-HP-ACHOU)
                PERFORM CARIMBA-PENDENCIA
                PERFORM REGRAVA-AUTORIZACOES
                PERFORM REGRAVA-PENDENCIAS
                DISPLAY "HORAS APROVADAS - RODE O PREPONTO DA"
                    " COMPETENCIA PARA LIBERA-LAS NO TIMESHT"
                PERFORM LISTA-COMPETENCIA
            END-IF
        END-IF.

        RECUSA-PENDENCIA.
        PERFORM LOCALIZA-PENDENCIA.
        IF WS-HP-ACHOU > ZERO
            DISPLAY "Recusar " WS-HP-HORAS-EXTRA(WS-HP-ACHOU)
                " + " WS-HP-HORAS-EXTRA-DR(WS-HP-ACHOU)
                " hora(s) retida(s) de " wspronturario
                " em " WS-COMPETENCIA
            DISPLAY "Confirma (S/N)? " NO ADVANCING
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = "S"
                DISPLAY "RECUSA CANCELADA"
            ELSE
                MOVE "R" TO WS-HP-SIT(WS-HP-ACHOU)
                PERFORM CARIMBA-PENDENCIA
                PERFORM REGRAVA-PENDENCIAS
                DISPLAY "HORAS RECUSADAS - NAO SERAO LIBERADAS NEM"
                    " RETIDAS DE NOVO NA COMPETENCIA"
                PERFORM LISTA-COMPETENCIA
            END-IF
        END-IF.

        LOCALIZA-PENDENCIA.
        DISPLAY "Digite o prontuario: " NO ADVANCING.
        ACCEPT wspronturario.
        PERFORM OBTEM-COMPETENCIA.
        MOVE ZERO TO WS-HP-ACHOU.
        PERFORM VARYING WS-HP-IDX FROM 1 BY 1
            UNTIL WS-HP-IDX > WS-HP-COUNT
            IF WS-HP-PRONTUARIO(WS-HP-IDX) = wspronturario
                AND WS-HP-COMPETENCIA(WS-HP-IDX) = WS-COMPETENCIA
                AND WS-HP-SIT(WS-HP-IDX) = "P"
                MOVE WS-HP-IDX TO WS-HP-ACHOU
            END-IF
        END-PERFORM.
        IF WS-HP-ACHOU = ZERO
            DISPLAY "ERRO: nenhuma hora extra retida pendente para "
                wspronturario " em " WS-COMPETENCIA
        END-IF.

        CARIMBA-PENDENCIA.
        MOVE WS-SIGNON-OPERADOR TO WS-HP-OPERADOR(WS-HP-ACHOU).
        MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HP-TS(WS-HP-ACHOU).

        OBTEM-COMPETENCIA.
        DISPLAY "Digite a competencia (AAAAMM): " NO ADVANCING.
        ACCEPT WS-COMPETENCIA.

        OBTEM-GESTOR.
        MOVE SPACES TO WS-GESTOR-ENTRADA.
        OPEN INPUT DEPTMAST-FILE.
        IF WS-DEPTMAST-STATUS = "00"
            MOVE WS-DEPTO-ENTRADA TO DP-CODIGO
            READ DEPTMAST-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF DP-ATIVO
                        MOVE DP-RESPONSAVEL TO WS-GESTOR-ENTRADA
                    END-IF
            END-READ
            CLOSE DEPTMAST-FILE
        END-IF.

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

        VALIDA-DATA.
        MOVE "N" TO WS-DATA-OK.
        DIVIDE WS-DATA-ENTRADA BY 10000 GIVING WS-DT-ANO
            REMAINDER WS-DT-MMDD.
        DIVIDE WS-DT-MMDD BY 100 GIVING WS-DT-MES
            REMAINDER WS-DT-DIA.
        IF WS-DT-ANO >= 1900 AND WS-DT-MES >= 1 AND WS-DT-MES <= 12
            AND WS-DT-DIA >= 1
            EVALUATE WS-DT-MES
                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                    MOVE 31 TO WS-DIAS-NO-MES
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO WS-DIAS-NO-MES
                WHEN 2
                    MOVE 28 TO WS-DIAS-NO-MES
                    DIVIDE WS-DT-ANO BY 4 GIVING WS-DT-QUOC
                        REMAINDER WS-DT-RESTO
                    IF WS-DT-RESTO = ZERO
                        MOVE 29 TO WS-DIAS-NO-MES
                        DIVIDE WS-DT-ANO BY 100 GIVING WS-DT-QUOC
                            REMAINDER WS-DT-RESTO
                        IF WS-DT-RESTO = ZERO
                            MOVE 28 TO WS-DIAS-NO-MES
                            DIVIDE WS-DT-ANO BY 400
                                GIVING WS-DT-QUOC
                                REMAINDER WS-DT-RESTO
                            IF WS-DT-RESTO = ZERO
                                MOVE 29 TO WS-DIAS-NO-MES
                            END-IF
                        END-IF
                    END-IF
            END-EVALUATE
            IF WS-DT-DIA <= WS-DIAS-NO-MES
                MOVE "Y" TO WS-DATA-OK
            END-IF
        END-IF.

        LISTA-COMPETENCIA.
        DISPLAY " ".
        DISPLAY "AUTORIZACOES DE HORA EXTRA - COMPETENCIA "
            WS-COMPETENCIA ":".
        PERFORM VARYING WS-AT-IDX FROM 1 BY 1
            UNTIL WS-AT-IDX > WS-AT-COUNT
            COMPUTE WS-COMP-REG = WS-AT-INICIO(WS-AT-IDX) / 100
            IF WS-COMP-REG = WS-COMPETENCIA
                DISPLAY WS-AT-PRONTUARIO(WS-AT-IDX)
                    " DE " WS-AT-INICIO(WS-AT-IDX)
                    " A " WS-AT-FIM(WS-AT-IDX)
                    " HORAS " WS-AT-HORAS(WS-AT-IDX)
                    " DEPTO " WS-AT-DEPARTAMENTO(WS-AT-IDX)
                    " GESTOR " WS-AT-GESTOR(WS-AT-IDX)
                    " ORIGEM " WS-AT-ORIGEM(WS-AT-IDX)
                    " SITUACAO " WS-AT-SIT(WS-AT-IDX)
            END-IF
        END-PERFORM.
        DISPLAY "HORAS EXTRAS RETIDAS - COMPETENCIA "
            WS-COMPETENCIA ":".
        PERFORM VARYING WS-HP-IDX FROM 1 BY 1
            UNTIL WS-HP-IDX > WS-HP-COUNT
            IF WS-HP-COMPETENCIA(WS-HP-IDX) = WS-COMPETENCIA
                DISPLAY WS-HP-PRONTUARIO(WS-HP-IDX)
                    " EXTRAS " WS-HP-HORAS-EXTRA(WS-HP-IDX)
                    " DOM/FER " WS-HP-HORAS-EXTRA-DR(WS-HP-IDX)
                    " AUTORIZADAS " WS-HP-AUTORIZADAS(WS-HP-IDX)
                    " DEPTO " WS-HP-DEPARTAMENTO(WS-HP-IDX)
                    " GESTOR " WS-HP-GESTOR(WS-HP-IDX)
                    " SITUACAO " WS-HP-SIT(WS-HP-IDX)
            END-IF
        END-PERFORM.

        CARREGA-AUTORIZACOES.
        MOVE ZERO TO WS-AT-COUNT.
        MOVE "N" TO WS-AT-OVERFLOW.
        MOVE "N" TO WS-HEAUTOR-EOF.
        OPEN INPUT HEAUTOR-FILE.
        IF WS-HEAUTOR-STATUS = "00"
            PERFORM UNTIL HEAUTOR-EOF
                READ HEAUTOR-FILE
                    AT END
                        MOVE "Y" TO WS-HEAUTOR-EOF
                    NOT AT END
                        IF WS-AT-COUNT >= WS-AT-MAXIMO
                            MOVE "Y" TO WS-AT-OVERFLOW
                        ELSE
                            ADD 1 TO WS-AT-COUNT
                            PERFORM ACUMULA-AUTORIZACAO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HEAUTOR-FILE
        END-IF.
        IF AT-OVERFLOW
            DISPLAY "ERRO: HEAUTOR.DAT tem mais de " WS-AT-MAXIMO
                " autorizacoes - manutencao recusada para nao perder"
                " registros na regravacao"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        ACUMULA-AUTORIZACAO.
        MOVE HA-PRONTUARIO TO WS-AT-PRONTUARIO(WS-AT-COUNT).
        MOVE HA-DATA-INICIO TO WS-AT-INICIO(WS-AT-COUNT).
        MOVE HA-DATA-FIM TO WS-AT-FIM(WS-AT-COUNT).
        MOVE HA-HORAS TO WS-AT-HORAS(WS-AT-COUNT).
        MOVE HA-DEPARTAMENTO TO WS-AT-DEPARTAMENTO(WS-AT-COUNT).
        MOVE HA-GESTOR TO WS-AT-GESTOR(WS-AT-COUNT).
        MOVE HA-ORIGEM TO WS-AT-ORIGEM(WS-AT-COUNT).
        MOVE HA-SITUACAO TO WS-AT-SIT(WS-AT-COUNT).
        MOVE HA-OPERADOR TO WS-AT-OPERADOR(WS-AT-COUNT).
        MOVE HA-TIMESTAMP TO WS-AT-TS(WS-AT-COUNT).

        REGRAVA-AUTORIZACOES.
        OPEN OUTPUT HEAUTOR-FILE.
        PERFORM VARYING WS-AT-IDX FROM 1 BY 1
            UNTIL WS-AT-IDX > WS-AT-COUNT
            MOVE SPACES TO HEAUTOR-RECORD
            MOVE WS-AT-PRONTUARIO(WS-AT-IDX) TO HA-PRONTUARIO
            MOVE WS-AT-INICIO(WS-AT-IDX) TO HA-DATA-INICIO
            MOVE WS-AT-FIM(WS-AT-IDX) TO HA-DATA-FIM
            MOVE WS-AT-HORAS(WS-AT-IDX) TO HA-HORAS
            MOVE WS-AT-DEPARTAMENTO(WS-AT-IDX) TO HA-DEPARTAMENTO
            MOVE WS-AT-GESTOR(WS-AT-IDX) TO HA-GESTOR
            MOVE WS-AT-ORIGEM(WS-AT-IDX) TO HA-ORIGEM
            MOVE WS-AT-SIT(WS-AT-IDX) TO HA-SITUACAO
            MOVE WS-AT-OPERADOR(WS-AT-IDX) TO HA-OPERADOR
            MOVE WS-AT-TS(WS-AT-IDX) TO HA-TIMESTAMP
            WRITE HEAUTOR-RECORD
        END-PERFORM.
        CLOSE HEAUTOR-FILE.

        CARREGA-PENDENCIAS.
        MOVE ZERO TO WS-HP-COUNT.
        MOVE "N" TO WS-HP-OVERFLOW.
        MOVE "N" TO WS-HEPEND-EOF.
        OPEN INPUT HEPEND-FILE.
        IF WS-HEPEND-STATUS = "00"
            PERFORM UNTIL HEPEND-EOF
                READ HEPEND-FILE
                    AT END
                        MOVE "Y" TO WS-HEPEND-EOF
                    NOT AT END
                        IF WS-HP-COUNT >= WS-HP-MAXIMO
                            MOVE "Y" TO WS-HP-OVERFLOW
                        ELSE
                            ADD 1 TO WS-HP-COUNT
                            PERFORM ACUMULA-PENDENCIA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HEPEND-FILE
        END-IF.
        IF HP-OVERFLOW
            DISPLAY "ERRO: HEPEND.DAT tem mais de " WS-HP-MAXIMO
                " pendencias - manutencao recusada para nao perder"
                " registros na regravacao"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        ACUMULA-PENDENCIA.
        MOVE HP-PRONTUARIO TO WS-HP-PRONTUARIO(WS-HP-COUNT).
        MOVE HP-COMPETENCIA TO WS-HP-COMPETENCIA(WS-HP-COUNT).
        MOVE HP-DEPARTAMENTO TO WS-HP-DEPARTAMENTO(WS-HP-COUNT).
        MOVE HP-HORAS-EXTRA TO WS-HP-HORAS-EXTRA(WS-HP-COUNT).
        MOVE HP-HORAS-EXTRA-DR TO WS-HP-HORAS-EXTRA-DR(WS-HP-COUNT).
        MOVE HP-HORAS-AUTORIZADAS TO WS-HP-AUTORIZADAS(WS-HP-COUNT).
        MOVE HP-HE-DESTINO TO WS-HP-HE-DESTINO(WS-HP-COUNT).
        MOVE HP-GESTOR TO WS-HP-GESTOR(WS-HP-COUNT).
        MOVE HP-SITUACAO TO WS-HP-SIT(WS-HP-COUNT).
        MOVE HP-OPERADOR TO WS-HP-OPERADOR(WS-HP-COUNT).
        MOVE HP-TIMESTAMP TO WS-HP-TS(WS-HP-COUNT).

        REGRAVA-PENDENCIAS.
        OPEN OUTPUT HEPEND-FILE.
        PERFORM VARYING WS-HP-IDX FROM 1 BY 1
            UNTIL WS-HP-IDX > WS-HP-COUNT
            MOVE SPACES TO HEPEND-RECORD
            MOVE WS-HP-PRONTUARIO(WS-HP-IDX) TO HP-PRONTUARIO
            MOVE WS-HP-COMPETENCIA(WS-HP-IDX) TO HP-COMPETENCIA
            MOVE WS-HP-DEPARTAMENTO(WS-HP-IDX) TO HP-DEPARTAMENTO
            MOVE WS-HP-HORAS-EXTRA(WS-HP-IDX) TO HP-HORAS-EXTRA
            MOVE WS-HP-HORAS-EXTRA-DR(WS-HP-IDX)
                TO HP-HORAS-EXTRA-DR
            MOVE WS-HP-AUTORIZADAS(WS-HP-IDX)
                TO HP-HORAS-AUTORIZADAS
            MOVE WS-HP-HE-DESTINO(WS-HP-IDX) TO HP-HE-DESTINO
            MOVE WS-HP-GESTOR(WS-HP-IDX) TO HP-GESTOR
            MOVE WS-HP-SIT(WS-HP-IDX) TO HP-SITUACAO
            MOVE WS-HP-OPERADOR(WS-HP-IDX) TO HP-OPERADOR
            MOVE WS-HP-TS(WS-HP-IDX) TO HP-TIMESTAMP
            WRITE HEPEND-RECORD
        END-PERFORM.
        CLOSE HEPEND-FILE.

        COPY "SYSERR.cpy".

        COPY "SIGNON.cpy".
