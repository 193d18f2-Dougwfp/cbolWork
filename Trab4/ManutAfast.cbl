      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do cadastro de afastamentos (AFAST.DAT)
      *          - lista, inclui afastamento por doenca, acidente de
      *          trabalho, maternidade ou licenca nao remunerada,
      *          prorroga o retorno previsto, registra o retorno
      *          efetivo e cancela afastamento lancado por engano.
      *          O pagamento dos 15 primeiros dias, do salario-
      *          maternidade e o FGTS do acidente sao feitos pelo
      *          lote do TRAB1. A licenca-maternidade e o retorno de
      *          acidente de trabalho de mais de 15 dias geram a
      *          estabilidade provisoria em ESTABIL.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. MANUTAFA.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-PC-PENTIUM-III.
        OBJECT-COMPUTER. IBM-PC-PENTIUM-III.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT AFAST-FILE ASSIGN TO "data/AFAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AFAST-STATUS.

            SELECT EMPMAST-FILE ASSIGN TO "data/EMPMAST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EM-PRONTUARIO
            FILE STATUS IS WS-EMPMAST-STATUS.

            SELECT ESTABIL-FILE ASSIGN TO "data/ESTABIL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ESTABIL-STATUS.

            SELECT OPERMAST-FILE ASSIGN TO "data/OPERMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPERMAST-STATUS.

            SELECT SYSLOG-FILE ASSIGN TO "data/SYSLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SYSLOG-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  AFAST-FILE.
        COPY "AFAST.cpy".

        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  ESTABIL-FILE.
        COPY "ESTABIL.cpy".

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".

        FD  SYSLOG-FILE.
        COPY "SYSLOG.cpy".

        WORKING-STORAGE SECTION.
        COPY "SIGNONWS.cpy".
        COPY "SYSERRWS.cpy".
        77 WS-AFAST-STATUS PIC XX VALUE "00".
        77 WS-AFAST-EOF PIC X VALUE "N".
            88 AFAST-EOF VALUE "Y".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 wsopcao PIC 9 VALUE ZERO.
        77 wspronturario PIC X(08) VALUE SPACES.
        77 WS-TIPO-ENTRADA PIC X(01) VALUE SPACE.
            88 TIPO-VALIDO VALUE "D" "A" "M" "N".
        77 WS-INICIO-ENTRADA PIC 9(08) VALUE ZERO.
        77 WS-RETORNO-ENTRADA PIC 9(08) VALUE ZERO.
        77 WS-CID-ENTRADA PIC X(06) VALUE SPACES.
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
        77 WS-DIAS-MATERNIDADE PIC 9(03) VALUE 120.
        77 WS-ESTABIL-STATUS PIC XX VALUE "00".
        77 WS-MESES-ESTAB-ACIDENTE PIC 9(02) VALUE 12.
        77 WS-MESES-ESTAB-GESTANTE PIC 9(02) VALUE 5.
        77 WS-DIAS-MIN-ESTAB-ACIDENTE PIC 9(02) VALUE 15.
        77 WS-ES-TIPO PIC X(01) VALUE SPACE.
        77 WS-ES-INICIO PIC 9(08) VALUE ZERO.
        77 WS-ES-FIM PIC 9(08) VALUE ZERO.
        77 WS-ES-MESES PIC 9(02) VALUE ZERO.
        77 WS-ES-REFERENCIA PIC X(20) VALUE SPACES.
        77 WS-ES-ANO PIC 9(04) VALUE ZERO.
        77 WS-ES-MES PIC 9(02) VALUE ZERO.
        77 WS-ES-DIA PIC 9(02) VALUE ZERO.
        77 WS-ES-MMDD PIC 9(04) VALUE ZERO.
        77 WS-ES-MESES-TOT PIC 9(06) VALUE ZERO.
        77 WS-ES-DIAS-AFAST PIC 9(05) VALUE ZERO.
        77 WS-NOVO-INI-NUM PIC 9(07) VALUE ZERO.
        77 WS-NOVO-FIM-NUM PIC 9(07) VALUE ZERO.
        77 WS-TAB-INI-NUM PIC 9(07) VALUE ZERO.
        77 WS-TAB-FIM-NUM PIC 9(07) VALUE ZERO.
        77 WS-AT-COUNT PIC 9(04) VALUE ZERO.
        77 WS-AT-IDX PIC 9(04) VALUE ZERO.
        77 WS-AT-ACHOU PIC 9(04) VALUE ZERO.
        77 WS-AT-CONFLITO PIC 9(04) VALUE ZERO.
        77 WS-AT-MAXIMO PIC 9(04) VALUE 2000.
        77 WS-AT-OVERFLOW PIC X VALUE "N".
            88 AT-OVERFLOW VALUE "Y".
        01 WS-AT-TAB.
            05 WS-AT-ENTRY OCCURS 2000 TIMES.
                10 WS-AT-PRONTUARIO PIC X(08).
                10 WS-AT-TIPO PIC X(01).
                10 WS-AT-INICIO PIC 9(08).
                10 WS-AT-RETORNO PIC 9(08).
                10 WS-AT-FIM PIC 9(08).
                10 WS-AT-CID PIC X(06).
                10 WS-AT-REFERENCIA PIC X(20).
                10 WS-AT-SIT PIC X(01).
                10 WS-AT-OPERADOR PIC X(08).
                10 WS-AT-TS PIC 9(14).

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE "MANUTAFA" TO WS-ERR-PROGRAMA.
        MOVE 2 TO WS-NIVEL-EXIGIDO.
        PERFORM EFETUA-SIGNON.
        PERFORM CARREGA-TABELA.

        DISPLAY "1 - Listar afastamentos".
        DISPLAY "2 - Incluir afastamento".
        DISPLAY "3 - Prorrogar retorno previsto".
        DISPLAY "4 - Registrar retorno ao trabalho".
        DISPLAY "5 - Cancelar afastamento".
        DISPLAY "0 - Sair".
        DISPLAY "Digite a opcao: " NO ADVANCING.
        ACCEPT wsopcao.

        EVALUATE wsopcao
            WHEN 1
                PERFORM LISTA-AFASTAMENTOS
            WHEN 2
                PERFORM INCLUI-AFASTAMENTO
            WHEN 3
                PERFORM PRORROGA-RETORNO
            WHEN 4
                PERFORM REGISTRA-RETORNO
            WHEN 5
                PERFORM CANCELA-AFASTAMENTO
            WHEN 0
                CONTINUE
            WHEN OTHER
                DISPLAY "ERRO: opcao invalida"
        END-EVALUATE.

        STOP RUN.

        INCLUI-AFASTAMENTO.
        DISPLAY "Digite o prontuario: " NO ADVANCING.
        ACCEPT wspronturario.
        PERFORM VERIFICA-EMPREGADO.
        IF EM-PRONTUARIO NOT = wspronturario
            DISPLAY "ERRO: prontuario nao cadastrado ou inativo: "
                wspronturario
        ELSE
            DISPLAY "Tipo (D=doenca A=acidente de trabalho"
                " M=maternidade N=licenca nao remunerada): "
                NO ADVANCING
            ACCEPT WS-TIPO-ENTRADA
            IF NOT TIPO-VALIDO
                DISPLAY "ERRO: tipo de afastamento invalido"
            ELSE
                PERFORM OBTEM-DADOS-AFASTAMENTO
                PERFORM VERIFICA-SOBREPOSICAO
                IF WS-AT-CONFLITO > ZERO
                    DISPLAY "ERRO: periodo sobrepoe o afastamento de "
                        WS-AT-INICIO(WS-AT-CONFLITO)
                        " do mesmo empregado"
                ELSE
                    IF WS-AT-COUNT >= WS-AT-MAXIMO
                        DISPLAY "ERRO: limite de " WS-AT-MAXIMO
                            " afastamentos atingido"
                    ELSE
                        PERFORM INCLUI-AFASTAMENTO-DADOS
                    END-IF
                END-IF
            END-IF
        END-IF.

      * a licenca-maternidade sem retorno informado assume os 120
      * dias legais a partir do inicio
        OBTEM-DADOS-AFASTAMENTO.
        MOVE "N" TO WS-DATA-OK.
        PERFORM WITH TEST AFTER UNTIL DATA-OK
            DISPLAY "Digite a data de inicio do afastamento"
                " (AAAAMMDD): " NO ADVANCING
            ACCEPT WS-DATA-ENTRADA
            PERFORM VALIDA-DATA
            IF NOT DATA-OK
                DISPLAY "ERRO: data invalida, digite novamente"
            END-IF
        END-PERFORM.
        MOVE WS-DATA-ENTRADA TO WS-INICIO-ENTRADA.
        PERFORM OBTEM-RETORNO-PREVISTO.
        IF WS-RETORNO-ENTRADA = ZERO AND WS-TIPO-ENTRADA = "M"
            COMPUTE WS-RETORNO-ENTRADA = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(WS-INICIO-ENTRADA)
                    + WS-DIAS-MATERNIDADE)
            DISPLAY "RETORNO PREVISTO DA LICENCA-MATERNIDADE: "
                WS-RETORNO-ENTRADA
        END-IF.
        DISPLAY "Digite o CID: " NO ADVANCING.
        ACCEPT WS-CID-ENTRADA.
        DISPLAY "Digite a referencia medica (atestado/CAT/beneficio):"
            " " NO ADVANCING.
        ACCEPT WS-REFERENCIA-ENTRADA.

      * retorno previsto e o primeiro dia de volta ao trabalho;
      * zero quando ainda nao ha previsao
        OBTEM-RETORNO-PREVISTO.
        MOVE "N" TO WS-DATA-OK.
        PERFORM WITH TEST AFTER UNTIL DATA-OK
            DISPLAY "Digite o retorno previsto (AAAAMMDD, 0=sem"
                " previsao): " NO ADVANCING
            ACCEPT WS-DATA-ENTRADA
            IF WS-DATA-ENTRADA = ZERO
                MOVE "Y" TO WS-DATA-OK
            ELSE
                PERFORM VALIDA-DATA
                IF DATA-OK AND WS-DATA-ENTRADA <= WS-INICIO-ENTRADA
                    MOVE "N" TO WS-DATA-OK
                END-IF
            END-IF
            IF NOT DATA-OK
                DISPLAY "ERRO: data invalida ou anterior ao inicio,"
                    " digite novamente"
            END-IF
        END-PERFORM.
        MOVE WS-DATA-ENTRADA TO WS-RETORNO-ENTRADA.

        INCLUI-AFASTAMENTO-DADOS.
        ADD 1 TO WS-AT-COUNT.
        MOVE WS-AT-COUNT TO WS-AT-ACHOU.
        MOVE wspronturario TO WS-AT-PRONTUARIO(WS-AT-ACHOU).
        MOVE WS-TIPO-ENTRADA TO WS-AT-TIPO(WS-AT-ACHOU).
        MOVE WS-INICIO-ENTRADA TO WS-AT-INICIO(WS-AT-ACHOU).
        MOVE WS-RETORNO-ENTRADA TO WS-AT-RETORNO(WS-AT-ACHOU).
        MOVE ZERO TO WS-AT-FIM(WS-AT-ACHOU).
        MOVE WS-CID-ENTRADA TO WS-AT-CID(WS-AT-ACHOU).
        MOVE WS-REFERENCIA-ENTRADA TO WS-AT-REFERENCIA(WS-AT-ACHOU).
        MOVE "A" TO WS-AT-SIT(WS-AT-ACHOU).
        PERFORM CARIMBA-E-REGRAVA.
        IF WS-TIPO-ENTRADA = "M"
            MOVE "G" TO WS-ES-TIPO
            MOVE WS-INICIO-ENTRADA TO WS-ES-INICIO
            MOVE WS-MESES-ESTAB-GESTANTE TO WS-ES-MESES
            MOVE WS-REFERENCIA-ENTRADA TO WS-ES-REFERENCIA
            PERFORM GERA-ESTABILIDADE
        END-IF.

      * dois afastamentos ativos do mesmo empregado nao podem
      * cobrir o mesmo dia; sem retorno o afastamento e aberto
        VERIFICA-SOBREPOSICAO.
        MOVE ZERO TO WS-AT-CONFLITO.
        COMPUTE WS-NOVO-INI-NUM =
            FUNCTION INTEGER-OF-DATE(WS-INICIO-ENTRADA).
        IF WS-RETORNO-ENTRADA > ZERO
            COMPUTE WS-NOVO-FIM-NUM =
                FUNCTION INTEGER-OF-DATE(WS-RETORNO-ENTRADA) - 1
        ELSE
            MOVE 9999999 TO WS-NOVO-FIM-NUM
        END-IF.
        PERFORM VARYING WS-AT-IDX FROM 1 BY 1
            UNTIL WS-AT-IDX > WS-AT-COUNT
            IF WS-AT-PRONTUARIO(WS-AT-IDX) = wspronturario
                AND WS-AT-SIT(WS-AT-IDX) = "A"
                AND WS-AT-IDX NOT = WS-AT-ACHOU
                PERFORM CALCULA-FAIXA-TABELA
                IF WS-TAB-INI-NUM <= WS-NOVO-FIM-NUM
                    AND WS-TAB-FIM-NUM >= WS-NOVO-INI-NUM
                    MOVE WS-AT-IDX TO WS-AT-CONFLITO
                END-IF
            END-IF
        END-PERFORM.

        CALCULA-FAIXA-TABELA.
        COMPUTE WS-TAB-INI-NUM =
            FUNCTION INTEGER-OF-DATE(WS-AT-INICIO(WS-AT-IDX)).
        IF WS-AT-FIM(WS-AT-IDX) > ZERO
            COMPUTE WS-TAB-FIM-NUM = FUNCTION INTEGER-OF-DATE
                (WS-AT-FIM(WS-AT-IDX)) - 1
        ELSE
            IF WS-AT-RETORNO(WS-AT-IDX) > ZERO
                COMPUTE WS-TAB-FIM-NUM = FUNCTION INTEGER-OF-DATE
                    (WS-AT-RETORNO(WS-AT-IDX)) - 1
            ELSE
                MOVE 9999999 TO WS-TAB-FIM-NUM
            END-IF
        END-IF.

        PRORROGA-RETORNO.
        PERFORM OBTEM-CHAVE.
        PERFORM LOCALIZA-AFASTAMENTO.
        IF WS-AT-ACHOU = ZERO
            DISPLAY "ERRO: afastamento nao encontrado: "
                wspronturario " " WS-INICIO-ENTRADA
        ELSE
            IF WS-AT-SIT(WS-AT-ACHOU) NOT = "A"
                OR WS-AT-FIM(WS-AT-ACHOU) > ZERO
                DISPLAY "ERRO: afastamento cancelado ou encerrado"
            ELSE
                PERFORM OBTEM-RETORNO-PREVISTO
                PERFORM VERIFICA-SOBREPOSICAO
                IF WS-AT-CONFLITO > ZERO
                    DISPLAY "ERRO: novo retorno sobrepoe o"
                        " afastamento de "
                        WS-AT-INICIO(WS-AT-CONFLITO)
                ELSE
                    MOVE WS-RETORNO-ENTRADA
                        TO WS-AT-RETORNO(WS-AT-ACHOU)
                    PERFORM CARIMBA-E-REGRAVA
                END-IF
            END-IF
        END-IF.

      * o retorno efetivo encerra o afastamento; o TRAB1 passa a
      * usar esta data no lugar do retorno previsto
        REGISTRA-RETORNO.
        PERFORM OBTEM-CHAVE.
        PERFORM LOCALIZA-AFASTAMENTO.
        IF WS-AT-ACHOU = ZERO
            DISPLAY "ERRO: afastamento nao encontrado: "
                wspronturario " " WS-INICIO-ENTRADA
        ELSE
            IF WS-AT-SIT(WS-AT-ACHOU) NOT = "A"
                OR WS-AT-FIM(WS-AT-ACHOU) > ZERO
                DISPLAY "ERRO: afastamento cancelado ou encerrado"
            ELSE
                MOVE "N" TO WS-DATA-OK
                PERFORM WITH TEST AFTER UNTIL DATA-OK
                    DISPLAY "Digite a data do retorno ao trabalho"
                        " (AAAAMMDD): " NO ADVANCING
                    ACCEPT WS-DATA-ENTRADA
                    PERFORM VALIDA-DATA
                    IF DATA-OK
                        AND WS-DATA-ENTRADA <= WS-INICIO-ENTRADA
                        MOVE "N" TO WS-DATA-OK
                    END-IF
                    IF NOT DATA-OK
                        DISPLAY "ERRO: data invalida ou anterior ao"
                            " inicio, digite novamente"
                    END-IF
                END-PERFORM
                MOVE WS-DATA-ENTRADA TO WS-AT-FIM(WS-AT-ACHOU)
                PERFORM CARIMBA-E-REGRAVA
                COMPUTE WS-ES-DIAS-AFAST =
                    FUNCTION INTEGER-OF-DATE(WS-AT-FIM(WS-AT-ACHOU))
                    - FUNCTION INTEGER-OF-DATE
                        (WS-AT-INICIO(WS-AT-ACHOU))
                IF WS-AT-TIPO(WS-AT-ACHOU) = "A"
                    AND WS-ES-DIAS-AFAST > WS-DIAS-MIN-ESTAB-ACIDENTE
                    MOVE "A" TO WS-ES-TIPO
                    MOVE WS-AT-FIM(WS-AT-ACHOU) TO WS-ES-INICIO
                    MOVE WS-MESES-ESTAB-ACIDENTE TO WS-ES-MESES
                    MOVE WS-AT-REFERENCIA(WS-AT-ACHOU)
                        TO WS-ES-REFERENCIA
                    PERFORM GERA-ESTABILIDADE
                END-IF
            END-IF
        END-IF.

      * estabilidade automatica: acidente de trabalho com mais de 15
      * dias de afastamento garante 12 meses a partir do retorno;
      * a licenca-maternidade garante ate 5 meses apos o inicio (o
      * RH ajusta o fim pela data do parto no MANUTEST)
        GERA-ESTABILIDADE.
        DIVIDE WS-ES-INICIO BY 10000 GIVING WS-ES-ANO
            REMAINDER WS-ES-MMDD.
        DIVIDE WS-ES-MMDD BY 100 GIVING WS-ES-MES
            REMAINDER WS-ES-DIA.
        COMPUTE WS-ES-MESES-TOT =
            WS-ES-ANO * 12 + WS-ES-MES - 1 + WS-ES-MESES.
        DIVIDE WS-ES-MESES-TOT BY 12 GIVING WS-ES-ANO
            REMAINDER WS-ES-MES.
        ADD 1 TO WS-ES-MES.
        COMPUTE WS-DATA-ENTRADA =
            WS-ES-ANO * 10000 + WS-ES-MES * 100 + 1.
        PERFORM VALIDA-DATA.
        IF WS-ES-DIA > WS-DIAS-NO-MES
            MOVE WS-DIAS-NO-MES TO WS-ES-DIA
        END-IF.
        COMPUTE WS-ES-FIM =
            WS-ES-ANO * 10000 + WS-ES-MES * 100 + WS-ES-DIA.
        COMPUTE WS-ES-FIM = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE(WS-ES-FIM) - 1).
        OPEN EXTEND ESTABIL-FILE.
        IF WS-ESTABIL-STATUS = "35"
            OPEN OUTPUT ESTABIL-FILE
        END-IF.
        IF WS-ESTABIL-STATUS NOT = "00"
            MOVE "ESTABIL" TO WS-ERR-ARQUIVO
            MOVE WS-ESTABIL-STATUS TO WS-ERR-STATUS
            MOVE "GERA-ESTABILIDADE" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        MOVE SPACES TO ESTABIL-RECORD.
        MOVE wspronturario TO ES-PRONTUARIO.
        MOVE WS-ES-TIPO TO ES-TIPO.
        MOVE WS-ES-INICIO TO ES-DATA-INICIO.
        MOVE WS-ES-FIM TO ES-DATA-FIM.
        MOVE "A" TO ES-ORIGEM.
        MOVE WS-ES-REFERENCIA TO ES-REFERENCIA.
        MOVE "A" TO ES-SITUACAO.
        MOVE WS-SIGNON-OPERADOR TO ES-OPERADOR.
        MOVE FUNCTION CURRENT-DATE(1:14) TO ES-TIMESTAMP.
        WRITE ESTABIL-RECORD.
        CLOSE ESTABIL-FILE.
        DISPLAY "ESTABILIDADE PROVISORIA TIPO " WS-ES-TIPO
            " REGISTRADA DE " WS-ES-INICIO " A " WS-ES-FIM.

        CANCELA-AFASTAMENTO.
        PERFORM OBTEM-CHAVE.
        PERFORM LOCALIZA-AFASTAMENTO.
        IF WS-AT-ACHOU = ZERO
            DISPLAY "ERRO: afastamento nao encontrado: "
                wspronturario " " WS-INICIO-ENTRADA
        ELSE
            IF WS-AT-SIT(WS-AT-ACHOU) = "C"
                DISPLAY "ERRO: afastamento ja cancelado"
            ELSE
                MOVE "C" TO WS-AT-SIT(WS-AT-ACHOU)
                PERFORM CARIMBA-E-REGRAVA
            END-IF
        END-IF.

        OBTEM-CHAVE.
        DISPLAY "Digite o prontuario: " NO ADVANCING.
        ACCEPT wspronturario.
        DISPLAY "Digite a data de inicio do afastamento (AAAAMMDD): "
            NO ADVANCING.
        ACCEPT WS-INICIO-ENTRADA.

        LOCALIZA-AFASTAMENTO.
        MOVE ZERO TO WS-AT-ACHOU.
        PERFORM VARYING WS-AT-IDX FROM 1 BY 1
            UNTIL WS-AT-IDX > WS-AT-COUNT
            IF WS-AT-PRONTUARIO(WS-AT-IDX) = wspronturario
                AND WS-AT-INICIO(WS-AT-IDX) = WS-INICIO-ENTRADA
                AND (WS-AT-ACHOU = ZERO
                    OR WS-AT-SIT(WS-AT-IDX) = "A")
                MOVE WS-AT-IDX TO WS-AT-ACHOU
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
        MOVE WS-SIGNON-OPERADOR TO WS-AT-OPERADOR(WS-AT-ACHOU).
        MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AT-TS(WS-AT-ACHOU).
        PERFORM REGRAVA-TABELA.
        PERFORM LISTA-AFASTAMENTOS.

        LISTA-AFASTAMENTOS.
        DISPLAY " ".
        DISPLAY "AFASTAMENTOS (" WS-AT-COUNT " CADASTRADO(S)):".
        PERFORM VARYING WS-AT-IDX FROM 1 BY 1
            UNTIL WS-AT-IDX > WS-AT-COUNT
            DISPLAY WS-AT-PRONTUARIO(WS-AT-IDX)
                " TIPO " WS-AT-TIPO(WS-AT-IDX)
                " INICIO " WS-AT-INICIO(WS-AT-IDX)
                " RETORNO PREVISTO " WS-AT-RETORNO(WS-AT-IDX)
                " RETORNO " WS-AT-FIM(WS-AT-IDX)
                " CID " WS-AT-CID(WS-AT-IDX)
                " " WS-AT-REFERENCIA(WS-AT-IDX)
                " SITUACAO " WS-AT-SIT(WS-AT-IDX)
        END-PERFORM.

        CARREGA-TABELA.
        MOVE ZERO TO WS-AT-COUNT.
        MOVE "N" TO WS-AT-OVERFLOW.
        MOVE "N" TO WS-AFAST-EOF.
        OPEN INPUT AFAST-FILE.
        IF WS-AFAST-STATUS = "00"
            PERFORM UNTIL AFAST-EOF
                READ AFAST-FILE
                    AT END
                        MOVE "Y" TO WS-AFAST-EOF
                    NOT AT END
                        IF WS-AT-COUNT >= WS-AT-MAXIMO
                            MOVE "Y" TO WS-AT-OVERFLOW
                        ELSE
                            ADD 1 TO WS-AT-COUNT
                            PERFORM ACUMULA-AFASTAMENTO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AFAST-FILE
        END-IF.
        IF AT-OVERFLOW
            DISPLAY "ERRO: AFAST.DAT tem mais de " WS-AT-MAXIMO
                " afastamentos - manutencao recusada para nao perder"
                " registros na regravacao"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        ACUMULA-AFASTAMENTO.
        MOVE AF-PRONTUARIO TO WS-AT-PRONTUARIO(WS-AT-COUNT).
        MOVE AF-TIPO TO WS-AT-TIPO(WS-AT-COUNT).
        MOVE AF-DATA-INICIO TO WS-AT-INICIO(WS-AT-COUNT).
        MOVE AF-DATA-RETORNO TO WS-AT-RETORNO(WS-AT-COUNT).
        MOVE AF-DATA-FIM TO WS-AT-FIM(WS-AT-COUNT).
        MOVE AF-CID TO WS-AT-CID(WS-AT-COUNT).
        MOVE AF-REFERENCIA TO WS-AT-REFERENCIA(WS-AT-COUNT).
        MOVE AF-SITUACAO TO WS-AT-SIT(WS-AT-COUNT).
        MOVE AF-OPERADOR TO WS-AT-OPERADOR(WS-AT-COUNT).
        MOVE AF-TIMESTAMP TO WS-AT-TS(WS-AT-COUNT).

        REGRAVA-TABELA.
        OPEN OUTPUT AFAST-FILE.
        PERFORM VARYING WS-AT-IDX FROM 1 BY 1
            UNTIL WS-AT-IDX > WS-AT-COUNT
            MOVE SPACES TO AFAST-RECORD
            MOVE WS-AT-PRONTUARIO(WS-AT-IDX) TO AF-PRONTUARIO
            MOVE WS-AT-TIPO(WS-AT-IDX) TO AF-TIPO
            MOVE WS-AT-INICIO(WS-AT-IDX) TO AF-DATA-INICIO
            MOVE WS-AT-RETORNO(WS-AT-IDX) TO AF-DATA-RETORNO
            MOVE WS-AT-FIM(WS-AT-IDX) TO AF-DATA-FIM
            MOVE WS-AT-CID(WS-AT-IDX) TO AF-CID
            MOVE WS-AT-REFERENCIA(WS-AT-IDX) TO AF-REFERENCIA
            MOVE WS-AT-SIT(WS-AT-IDX) TO AF-SITUACAO
            MOVE WS-AT-OPERADOR(WS-AT-IDX) TO AF-OPERADOR
            MOVE WS-AT-TS(WS-AT-IDX) TO AF-TIMESTAMP
            WRITE AFAST-RECORD
        END-PERFORM.
        CLOSE AFAST-FILE.

        COPY "SYSERR.cpy".

        COPY "SIGNON.cpy".
