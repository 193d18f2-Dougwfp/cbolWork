      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do cadastro de estabilidades provisorias
      *          (ESTABIL.DAT) - lista, inclui estabilidade de
      *          gestante, membro da CIPA, acidente de trabalho,
      *          dirigente sindical ou pre-aposentadoria, altera o
      *          fim do periodo (parto, fim de mandato) e cancela
      *          lancamento feito por engano. As estabilidades de
      *          acidente e de licenca-maternidade sao incluidas
      *          automaticamente pelo MANUTAFA. A RESCISAO recusa
      *          desligamento dentro do periodo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. MANUTEST.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-PC-PENTIUM-III.
        OBJECT-COMPUTER. IBM-PC-PENTIUM-III.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ESTABIL-FILE ASSIGN TO "data/ESTABIL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ESTABIL-STATUS.

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
        FD  ESTABIL-FILE.
        COPY "ESTABIL.cpy".

        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".

        FD  SYSLOG-FILE.
        COPY "SYSLOG.cpy".

        WORKING-STORAGE SECTION.
        COPY "SIGNONWS.cpy".
        COPY "SYSERRWS.cpy".
        77 WS-ESTABIL-STATUS PIC XX VALUE "00".
        77 WS-ESTABIL-EOF PIC X VALUE "N".
            88 ESTABIL-EOF VALUE "Y".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 wsopcao PIC 9 VALUE ZERO.
        77 wspronturario PIC X(08) VALUE SPACES.
        77 WS-TIPO-ENTRADA PIC X(01) VALUE SPACE.
            88 TIPO-VALIDO VALUE "G" "C" "A" "S" "P".
        77 WS-INICIO-ENTRADA PIC 9(08) VALUE ZERO.
        77 WS-FIM-ENTRADA PIC 9(08) VALUE ZERO.
        77 WS-REFERENCIA-ENTRADA PIC X(20) VALUE SPACES.
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
        77 WS-ET-COUNT PIC 9(04) VALUE ZERO.
        77 WS-ET-IDX PIC 9(04) VALUE ZERO.
        77 WS-ET-ACHOU PIC 9(04) VALUE ZERO.
        77 WS-ET-MAXIMO PIC 9(04) VALUE 2000.
        77 WS-ET-OVERFLOW PIC X VALUE "N".
            88 ET-OVERFLOW VALUE "Y".
        01 WS-ET-TAB.
            05 WS-ET-ENTRY OCCURS 2000 TIMES.
                10 WS-ET-PRONTUARIO PIC X(08).
                10 WS-ET-TIPO PIC X(01).
                10 WS-ET-INICIO PIC 9(08).
                10 WS-ET-FIM PIC 9(08).
                10 WS-ET-ORIGEM PIC X(01).
                10 WS-ET-REFERENCIA PIC X(20).
                10 WS-ET-SIT PIC X(01).
                10 WS-ET-OPERADOR PIC X(08).
                10 WS-ET-TS PIC 9(14).

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE "MANUTEST" TO WS-ERR-PROGRAMA.
        MOVE 2 TO WS-NIVEL-EXIGIDO.
        PERFORM EFETUA-SIGNON.
        PERFORM CARREGA-TABELA.

        DISPLAY "1 - Listar estabilidades".
        DISPLAY "2 - Incluir estabilidade".
        DISPLAY "3 - Alterar fim da estabilidade".
        DISPLAY "4 - Cancelar estabilidade".
        DISPLAY "0 - Sair".
        DISPLAY "Digite a opcao: " NO ADVANCING.
        ACCEPT wsopcao.

        EVALUATE wsopcao
            WHEN 1
                PERFORM LISTA-ESTABILIDADES
            WHEN 2
                PERFORM INCLUI-ESTABILIDADE
            WHEN 3
                PERFORM ALTERA-FIM-ESTABILIDADE
            WHEN 4
                PERFORM CANCELA-ESTABILIDADE
            WHEN 0
                CONTINUE
            WHEN OTHER
                DISPLAY "ERRO: opcao invalida"
        END-EVALUATE.

        STOP RUN.

        INCLUI-ESTABILIDADE.
        DISPLAY "Digite o prontuario: " NO ADVANCING.
        ACCEPT wspronturario.
        PERFORM VERIFICA-EMPREGADO.
        IF EM-PRONTUARIO NOT = wspronturario
            DISPLAY "ERRO: prontuario nao cadastrado ou inativo: "
                wspronturario
        ELSE
            DISPLAY "Tipo (G=gestante C=CIPA A=acidente de trabalho"
                " S=dirigente sindical P=pre-aposentadoria): "
                NO ADVANCING
            ACCEPT WS-TIPO-ENTRADA
            IF NOT TIPO-VALIDO
                DISPLAY "ERRO: tipo de estabilidade invalido"
            ELSE
                PERFORM OBTEM-DADOS-ESTABILIDADE
                PERFORM LOCALIZA-ESTABILIDADE
                IF WS-ET-ACHOU > ZERO
                    AND WS-ET-SIT(WS-ET-ACHOU) = "A"
                    DISPLAY "ERRO: ja existe estabilidade do tipo "
                        WS-TIPO-ENTRADA " iniciando em "
                        WS-INICIO-ENTRADA " para o prontuario"
                ELSE
                    IF WS-ET-COUNT >= WS-ET-MAXIMO
                        DISPLAY "ERRO: limite de " WS-ET-MAXIMO
                            " estabilidades atingido"
                    ELSE
                        PERFORM INCLUI-ESTABILIDADE-DADOS
                    END-IF
                END-IF
            END-IF
        END-IF.

        OBTEM-DADOS-ESTABILIDADE.
        MOVE "N" TO WS-DATA-OK.
        PERFORM WITH TEST AFTER UNTIL DATA-OK
            DISPLAY "Digite o inicio da estabilidade (AAAAMMDD): "
                NO ADVANCING
            ACCEPT WS-DATA-ENTRADA
            PERFORM VALIDA-DATA
            IF NOT DATA-OK
                DISPLAY "ERRO: data invalida, digite novamente"
            END-IF
        END-PERFORM.
        MOVE WS-DATA-ENTRADA TO WS-INICIO-ENTRADA.
        PERFORM OBTEM-FIM-ESTABILIDADE.
        DISPLAY "Digite o documento de referencia (CAT, ata,"
            " oficio): " NO ADVANCING.
        ACCEPT WS-REFERENCIA-ENTRADA.

      * fim e o ultimo dia protegido; sempre informado (mandato da
      * CIPA/sindical mais um ano, parto mais cinco meses)
        OBTEM-FIM-ESTABILIDADE.
        MOVE "N" TO WS-DATA-OK.
        PERFORM WITH TEST AFTER UNTIL DATA-OK
            DISPLAY "Digite o fim da estabilidade (AAAAMMDD): "
                NO ADVANCING
            ACCEPT WS-DATA-ENTRADA
            PERFORM VALIDA-DATA
            IF DATA-OK AND WS-DATA-ENTRADA < WS-INICIO-ENTRADA
                MOVE "N" TO WS-DATA-OK
            END-IF
            IF NOT DATA-OK
                DISPLAY "ERRO: data invalida ou anterior ao inicio,"
                    " digite novamente"
            END-IF
        END-PERFORM.
        MOVE WS-DATA-ENTRADA TO WS-FIM-ENTRADA.

        INCLUI-ESTABILIDADE-DADOS.
        ADD 1 TO WS-ET-COUNT.
        MOVE WS-ET-COUNT TO WS-ET-ACHOU.
        MOVE wspronturario TO WS-ET-PRONTUARIO(WS-ET-ACHOU).
        MOVE WS-TIPO-ENTRADA TO WS-ET-TIPO(WS-ET-ACHOU).
        MOVE WS-INICIO-ENTRADA TO WS-ET-INICIO(WS-ET-ACHOU).
        MOVE WS-FIM-ENTRADA TO WS-ET-FIM(WS-ET-ACHOU).
        MOVE "M" TO WS-ET-ORIGEM(WS-ET-ACHOU).
        MOVE WS-REFERENCIA-ENTRADA TO WS-ET-REFERENCIA(WS-ET-ACHOU).
        MOVE "A" TO WS-ET-SIT(WS-ET-ACHOU).
        PERFORM CARIMBA-E-REGRAVA.

        ALTERA-FIM-ESTABILIDADE.
        PERFORM OBTEM-CHAVE.
        PERFORM LOCALIZA-ESTABILIDADE.
        IF WS-ET-ACHOU = ZERO
            DISPLAY "ERRO: estabilidade nao encontrada: "
                wspronturario " " WS-TIPO-ENTRADA " "
                WS-INICIO-ENTRADA
        ELSE
            IF WS-ET-SIT(WS-ET-ACHOU) NOT = "A"
                DISPLAY "ERRO: estabilidade cancelada"
            ELSE
                DISPLAY "FIM ATUAL: " WS-ET-FIM(WS-ET-ACHOU)
                PERFORM OBTEM-FIM-ESTABILIDADE
                MOVE WS-FIM-ENTRADA TO WS-ET-FIM(WS-ET-ACHOU)
                PERFORM CARIMBA-E-REGRAVA
            END-IF
        END-IF.

        CANCELA-ESTABILIDADE.
        PERFORM OBTEM-CHAVE.
        PERFORM LOCALIZA-ESTABILIDADE.
        IF WS-ET-ACHOU = ZERO
            DISPLAY "ERRO: estabilidade nao encontrada: "
                wspronturario " " WS-TIPO-ENTRADA " "
                WS-INICIO-ENTRADA
        ELSE
            IF WS-ET-SIT(WS-ET-ACHOU) = "C"
                DISPLAY "ERRO: estabilidade ja cancelada"
            ELSE
                MOVE "C" TO WS-ET-SIT(WS-ET-ACHOU)
                PERFORM CARIMBA-E-REGRAVA
            END-IF
        END-IF.

        OBTEM-CHAVE.
        DISPLAY "Digite o prontuario: " NO ADVANCING.
        ACCEPT wspronturario.
        DISPLAY "Digite o tipo (G/C/A/S/P): " NO ADVANCING.
        ACCEPT WS-TIPO-ENTRADA.
        DISPLAY "Digite o inicio da estabilidade (AAAAMMDD): "
            NO ADVANCING.
        ACCEPT WS-INICIO-ENTRADA.

        LOCALIZA-ESTABILIDADE.
        MOVE ZERO TO WS-ET-ACHOU.
        PERFORM VARYING WS-ET-IDX FROM 1 BY 1
            UNTIL WS-ET-IDX > WS-ET-COUNT
            IF WS-ET-PRONTUARIO(WS-ET-IDX) = wspronturario
                AND WS-ET-TIPO(WS-ET-IDX) = WS-TIPO-ENTRADA
                AND WS-ET-INICIO(WS-ET-IDX) = WS-INICIO-ENTRADA
                AND (WS-ET-ACHOU = ZERO
                    OR WS-ET-SIT(WS-ET-IDX) = "A")
                MOVE WS-ET-IDX TO WS-ET-ACHOU
            END-IF
        END-PERFORM.

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

        CARIMBA-E-REGRAVA.
        MOVE WS-SIGNON-OPERADOR TO WS-ET-OPERADOR(WS-ET-ACHOU).
        MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ET-TS(WS-ET-ACHOU).
        PERFORM REGRAVA-TABELA.
        PERFORM LISTA-ESTABILIDADES.

        LISTA-ESTABILIDADES.
        DISPLAY " ".
        DISPLAY "ESTABILIDADES PROVISORIAS (" WS-ET-COUNT
            " CADASTRADA(S)):".
        PERFORM VARYING WS-ET-IDX FROM 1 BY 1
            UNTIL WS-ET-IDX > WS-ET-COUNT
            DISPLAY WS-ET-PRONTUARIO(WS-ET-IDX)
                " TIPO " WS-ET-TIPO(WS-ET-IDX)
                " INICIO " WS-ET-INICIO(WS-ET-IDX)
                " FIM " WS-ET-FIM(WS-ET-IDX)
                " ORIGEM " WS-ET-ORIGEM(WS-ET-IDX)
                " " WS-ET-REFERENCIA(WS-ET-IDX)
                " SITUACAO " WS-ET-SIT(WS-ET-IDX)
        END-PERFORM.

        CARREGA-TABELA.
        MOVE ZERO TO WS-ET-COUNT.
        MOVE "N" TO WS-ET-OVERFLOW.
        MOVE "N" TO WS-ESTABIL-EOF.
        OPEN INPUT ESTABIL-FILE.
        IF WS-ESTABIL-STATUS = "00"
            PERFORM UNTIL ESTABIL-EOF
                READ ESTABIL-FILE
                    AT END
                        MOVE "Y" TO WS-ESTABIL-EOF
                    NOT AT END
                        IF WS-ET-COUNT >= WS-ET-MAXIMO
                            MOVE "Y" TO WS-ET-OVERFLOW
                        ELSE
                            ADD 1 TO WS-ET-COUNT
                            PERFORM ACUMULA-ESTABILIDADE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ESTABIL-FILE
        END-IF.
        IF ET-OVERFLOW
            DISPLAY "ERRO: ESTABIL.DAT tem mais de " WS-ET-MAXIMO
                " estabilidades - manutencao recusada para nao perder"
                " registros na regravacao"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        ACUMULA-ESTABILIDADE.
        MOVE ES-PRONTUARIO TO WS-ET-PRONTUARIO(WS-ET-COUNT).
        MOVE ES-TIPO TO WS-ET-TIPO(WS-ET-COUNT).
        MOVE ES-DATA-INICIO TO WS-ET-INICIO(WS-ET-COUNT).
        MOVE ES-DATA-FIM TO WS-ET-FIM(WS-ET-COUNT).
        MOVE ES-ORIGEM TO WS-ET-ORIGEM(WS-ET-COUNT).
        MOVE ES-REFERENCIA TO WS-ET-REFERENCIA(WS-ET-COUNT).
        MOVE ES-SITUACAO TO WS-ET-SIT(WS-ET-COUNT).
        MOVE ES-OPERADOR TO WS-ET-OPERADOR(WS-ET-COUNT).
        MOVE ES-TIMESTAMP TO WS-ET-TS(WS-ET-COUNT).

        REGRAVA-TABELA.
        OPEN OUTPUT ESTABIL-FILE.
        PERFORM VARYING WS-ET-IDX FROM 1 BY 1
            UNTIL WS-ET-IDX > WS-ET-COUNT
            MOVE SPACES TO ESTABIL-RECORD
            MOVE WS-ET-PRONTUARIO(WS-ET-IDX) TO ES-PRONTUARIO
            MOVE WS-ET-TIPO(WS-ET-IDX) TO ES-TIPO
            MOVE WS-ET-INICIO(WS-ET-IDX) TO ES-DATA-INICIO
            MOVE WS-ET-FIM(WS-ET-IDX) TO ES-DATA-FIM
            MOVE WS-ET-ORIGEM(WS-ET-IDX) TO ES-ORIGEM
            MOVE WS-ET-REFERENCIA(WS-ET-IDX) TO ES-REFERENCIA
            MOVE WS-ET-SIT(WS-ET-IDX) TO ES-SITUACAO
            MOVE WS-ET-OPERADOR(WS-ET-IDX) TO ES-OPERADOR
            MOVE WS-ET-TS(WS-ET-IDX) TO ES-TIMESTAMP
            WRITE ESTABIL-RECORD
        END-PERFORM.
        CLOSE ESTABIL-FILE.

        COPY "SYSERR.cpy".

        COPY "SIGNON.cpy".
