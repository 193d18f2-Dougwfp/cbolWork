      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao das exposicoes a risco por funcionario
      *          (EXPOSIC.DAT) - lista, inclui periodo em area
      *          insalubre ou perigosa fora do proprio departamento,
      *          encerra o periodo e cancela lancamento feito por
      *          engano. No periodo o grau e a periculosidade
      *          informados substituem os do departamento no calculo
      *          do adicional pelo TRAB1 e pela RESCISAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. MANUTEXP.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-PC-PENTIUM-III.
        OBJECT-COMPUTER. IBM-PC-PENTIUM-III.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EXPOSIC-FILE ASSIGN TO "data/EXPOSIC.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXPOSIC-STATUS.

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
        FD  EXPOSIC-FILE.
        COPY "EXPOSIC.cpy".

        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".

        FD  SYSLOG-FILE.
        COPY "SYSLOG.cpy".

        WORKING-STORAGE SECTION.
        COPY "SIGNONWS.cpy".
        COPY "SYSERRWS.cpy".
        77 WS-EXPOSIC-STATUS PIC XX VALUE "00".
        77 WS-EXPOSIC-EOF PIC X VALUE "N".
            88 EXPOSIC-EOF VALUE "Y".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 wsopcao PIC 9 VALUE ZERO.
        77 wspronturario PIC X(08) VALUE SPACES.
        77 WS-VIGENCIA-ENTRADA PIC 9(08) VALUE ZERO.
        77 WS-FIM-ENTRADA PIC 9(08) VALUE ZERO.
        77 WS-GRAU-ENTRADA PIC 9(02) VALUE ZERO.
            88 GRAU-VALIDO VALUE 0 10 20 40.
        77 WS-PERIC-ENTRADA PIC X(01) VALUE "N".
        77 WS-AREA-ENTRADA PIC X(10) VALUE SPACES.
        77 WS-LAUDO-ENTRADA PIC X(20) VALUE SPACES.
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
        77 WS-XT-COUNT PIC 9(04) VALUE ZERO.
        77 WS-XT-IDX PIC 9(04) VALUE ZERO.
        77 WS-XT-ACHOU PIC 9(04) VALUE ZERO.
        77 WS-XT-MAXIMO PIC 9(04) VALUE 2000.
        77 WS-XT-OVERFLOW PIC X VALUE "N".
            88 XT-OVERFLOW VALUE "Y".
        01 WS-XT-TAB.
            05 WS-XT-ENTRY OCCURS 2000 TIMES.
                10 WS-XT-PRONTUARIO PIC X(08).
                10 WS-XT-VIGENCIA PIC 9(08).
                10 WS-XT-FIM PIC 9(08).
                10 WS-XT-GRAU PIC 9(02).
                10 WS-XT-PERIC PIC X(01).
                10 WS-XT-AREA PIC X(10).
                10 WS-XT-LAUDO PIC X(20).
                10 WS-XT-SIT PIC X(01).
                10 WS-XT-OPERADOR PIC X(08).
                10 WS-XT-TS PIC 9(14).

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE "MANUTEXP" TO WS-ERR-PROGRAMA.
        MOVE 2 TO WS-NIVEL-EXIGIDO.
        PERFORM EFETUA-SIGNON.
        PERFORM CARREGA-TABELA.

        DISPLAY "1 - Listar exposicoes".
        DISPLAY "2 - Incluir exposicao".
        DISPLAY "3 - Encerrar exposicao".
        DISPLAY "4 - Cancelar exposicao".
        DISPLAY "0 - Sair".
        DISPLAY "Digite a opcao: " NO ADVANCING.
        ACCEPT wsopcao.

        EVALUATE wsopcao
            WHEN 1
                PERFORM LISTA-EXPOSICOES
            WHEN 2
                PERFORM INCLUI-EXPOSICAO
            WHEN 3
                PERFORM ENCERRA-EXPOSICAO
            WHEN 4
                PERFORM CANCELA-EXPOSICAO
            WHEN 0
                CONTINUE
            WHEN OTHER
                DISPLAY "ERRO: opcao invalida"
        END-EVALUATE.

        STOP RUN.

        INCLUI-EXPOSICAO.
        DISPLAY "Digite o prontuario: " NO ADVANCING.
        ACCEPT wspronturario.
        PERFORM VERIFICA-EMPREGADO.
        IF EM-PRONTUARIO NOT = wspronturario
            DISPLAY "ERRO: prontuario nao cadastrado ou inativo: "
                wspronturario
        ELSE
            PERFORM OBTEM-DADOS-EXPOSICAO
            MOVE WS-VIGENCIA-ENTRADA TO WS-DATA-ENTRADA
            PERFORM LOCALIZA-EXPOSICAO
            IF WS-XT-ACHOU > ZERO
                AND WS-XT-SIT(WS-XT-ACHOU) = "A"
                DISPLAY "ERRO: ja existe exposicao com vigencia "
                    WS-VIGENCIA-ENTRADA " para o prontuario"
            ELSE
                IF WS-XT-COUNT >= WS-XT-MAXIMO
                    DISPLAY "ERRO: limite de " WS-XT-MAXIMO
                        " exposicoes atingido"
                ELSE
                    PERFORM INCLUI-EXPOSICAO-DADOS
                END-IF
            END-IF
        END-IF.

      * grau zero e periculosidade N tambem valem: suspendem no
      * periodo o adicional do departamento do funcionario
        OBTEM-DADOS-EXPOSICAO.
        MOVE "N" TO WS-DATA-OK.
        PERFORM WITH TEST AFTER UNTIL DATA-OK
            DISPLAY "Digite o inicio da vigencia (AAAAMMDD): "
                NO ADVANCING
            ACCEPT WS-DATA-ENTRADA
            PERFORM VALIDA-DATA
            IF NOT DATA-OK
                DISPLAY "ERRO: data invalida, digite novamente"
            END-IF
        END-PERFORM.
        MOVE WS-DATA-ENTRADA TO WS-VIGENCIA-ENTRADA.
        PERFORM OBTEM-FIM-VIGENCIA.
        PERFORM WITH TEST AFTER
            UNTIL WS-GRAU-ENTRADA IS NUMERIC AND GRAU-VALIDO
            DISPLAY "Grau de insalubridade (0, 10, 20 ou 40): "
                NO ADVANCING
            ACCEPT WS-GRAU-ENTRADA
            IF WS-GRAU-ENTRADA IS NOT NUMERIC OR NOT GRAU-VALIDO
                DISPLAY "ERRO: grau invalido, digite novamente"
            END-IF
        END-PERFORM.
        DISPLAY "Area perigosa - periculosidade (S/N): "
            NO ADVANCING.
        ACCEPT WS-PERIC-ENTRADA.
        IF WS-PERIC-ENTRADA NOT = "S"
            MOVE "N" TO WS-PERIC-ENTRADA
        END-IF.
        DISPLAY "Digite a area/departamento da exposicao: "
            NO ADVANCING.
        ACCEPT WS-AREA-ENTRADA.
        DISPLAY "Digite o laudo tecnico (LTCAT/PPRA): " NO ADVANCING.
        ACCEPT WS-LAUDO-ENTRADA.

      * fim e o ultimo dia exposto; zero enquanto nao ha previsao
        OBTEM-FIM-VIGENCIA.
        MOVE "N" TO WS-DATA-OK.
        PERFORM WITH TEST AFTER UNTIL DATA-OK
            DISPLAY "Digite o fim da exposicao (AAAAMMDD, 0=sem"
                " previsao): " NO ADVANCING
            ACCEPT WS-DATA-ENTRADA
            IF WS-DATA-ENTRADA = ZERO
                MOVE "Y" TO WS-DATA-OK
            ELSE
                PERFORM VALIDA-DATA
                IF DATA-OK AND WS-DATA-ENTRADA < WS-VIGENCIA-ENTRADA
                    MOVE "N" TO WS-DATA-OK
                END-IF
            END-IF
            IF NOT DATA-OK
                DISPLAY "ERRO: data invalida ou anterior ao inicio,"
                    " digite novamente"
            END-IF
        END-PERFORM.
        MOVE WS-DATA-ENTRADA TO WS-FIM-ENTRADA.

        INCLUI-EXPOSICAO-DADOS.
        ADD 1 TO WS-XT-COUNT.
        MOVE WS-XT-COUNT TO WS-XT-ACHOU.
        MOVE wspronturario TO WS-XT-PRONTUARIO(WS-XT-ACHOU).
        MOVE WS-VIGENCIA-ENTRADA TO WS-XT-VIGENCIA(WS-XT-ACHOU).
        MOVE WS-FIM-ENTRADA TO WS-XT-FIM(WS-XT-ACHOU).
        MOVE WS-GRAU-ENTRADA TO WS-XT-GRAU(WS-XT-ACHOU).
        MOVE WS-PERIC-ENTRADA TO WS-XT-PERIC(WS-XT-ACHOU).
        MOVE WS-AREA-ENTRADA TO WS-XT-AREA(WS-XT-ACHOU).
        MOVE WS-LAUDO-ENTRADA TO WS-XT-LAUDO(WS-XT-ACHOU).
        MOVE "A" TO WS-XT-SIT(WS-XT-ACHOU).
        PERFORM CARIMBA-E-REGRAVA.

        ENCERRA-EXPOSICAO.
        PERFORM OBTEM-CHAVE.
        PERFORM LOCALIZA-EXPOSICAO.
        IF WS-XT-ACHOU = ZERO
            DISPLAY "ERRO: exposicao nao encontrada: "
                wspronturario " " WS-DATA-ENTRADA
        ELSE
            IF WS-XT-SIT(WS-XT-ACHOU) NOT = "A"
                DISPLAY "ERRO: exposicao cancelada"
            ELSE
                MOVE WS-XT-VIGENCIA(WS-XT-ACHOU)
                    TO WS-VIGENCIA-ENTRADA
                PERFORM OBTEM-FIM-VIGENCIA
                MOVE WS-FIM-ENTRADA TO WS-XT-FIM(WS-XT-ACHOU)
                PERFORM CARIMBA-E-REGRAVA
            END-IF
        END-IF.

        CANCELA-EXPOSICAO.
        PERFORM OBTEM-CHAVE.
        PERFORM LOCALIZA-EXPOSICAO.
        IF WS-XT-ACHOU = ZERO
            DISPLAY "ERRO: exposicao nao encontrada: "
                wspronturario " " WS-DATA-ENTRADA
        ELSE
            IF WS-XT-SIT(WS-XT-ACHOU) = "C"
                DISPLAY "ERRO: exposicao ja cancelada"
            ELSE
                MOVE "C" TO WS-XT-SIT(WS-XT-ACHOU)
                PERFORM CARIMBA-E-REGRAVA
            END-IF
        END-IF.

        OBTEM-CHAVE.
        DISPLAY "Digite o prontuario: " NO ADVANCING.
        ACCEPT wspronturario.
        DISPLAY "Digite o inicio da vigencia (AAAAMMDD): "
            NO ADVANCING.
        ACCEPT WS-DATA-ENTRADA.

        LOCALIZA-EXPOSICAO.
        MOVE ZERO TO WS-XT-ACHOU.
        PERFORM VARYING WS-XT-IDX FROM 1 BY 1
            UNTIL WS-XT-IDX > WS-XT-COUNT
            IF WS-XT-PRONTUARIO(WS-XT-IDX) = wspronturario
                AND WS-XT-VIGENCIA(WS-XT-IDX) = WS-DATA-ENTRADA
                AND (WS-XT-ACHOU = ZERO
                    OR WS-XT-SIT(WS-XT-IDX) = "A")
                MOVE WS-XT-IDX TO WS-XT-ACHOU
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
        MOVE WS-SIGNON-OPERADOR TO WS-XT-OPERADOR(WS-XT-ACHOU).
        MOVE FUNCTION CURRENT-DATE(1:14) TO WS-XT-TS(WS-XT-ACHOU).
        PERFORM REGRAVA-TABELA.
        PERFORM LISTA-EXPOSICOES.

        LISTA-EXPOSICOES.
        DISPLAY " ".
        DISPLAY "EXPOSICOES A RISCO (" WS-XT-COUNT
            " CADASTRADA(S)):".
        PERFORM VARYING WS-XT-IDX FROM 1 BY 1
            UNTIL WS-XT-IDX > WS-XT-COUNT
            DISPLAY WS-XT-PRONTUARIO(WS-XT-IDX)
                " VIGENCIA " WS-XT-VIGENCIA(WS-XT-IDX)
                " FIM " WS-XT-FIM(WS-XT-IDX)
                " INSALUBRIDADE " WS-XT-GRAU(WS-XT-IDX)
                "% PERICULOSIDADE " WS-XT-PERIC(WS-XT-IDX)
                " AREA " WS-XT-AREA(WS-XT-IDX)
                " " WS-XT-LAUDO(WS-XT-IDX)
                " SITUACAO " WS-XT-SIT(WS-XT-IDX)
        END-PERFORM.

        CARREGA-TABELA.
        MOVE ZERO TO WS-XT-COUNT.
        MOVE "N" TO WS-XT-OVERFLOW.
        MOVE "N" TO WS-EXPOSIC-EOF.
        OPEN INPUT EXPOSIC-FILE.
        IF WS-EXPOSIC-STATUS = "00"
            PERFORM UNTIL EXPOSIC-EOF
                READ EXPOSIC-FILE
                    AT END
                        MOVE "Y" TO WS-EXPOSIC-EOF
                    NOT AT END
                        IF WS-XT-COUNT >= WS-XT-MAXIMO
                            MOVE "Y" TO WS-XT-OVERFLOW
                        ELSE
                            ADD 1 TO WS-XT-COUNT
                            PERFORM ACUMULA-EXPOSICAO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EXPOSIC-FILE
        END-IF.
        IF XT-OVERFLOW
            DISPLAY "ERRO: EXPOSIC.DAT tem mais de " WS-XT-MAXIMO
                " exposicoes - manutencao recusada para nao perder"
                " registros na regravacao"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        ACUMULA-EXPOSICAO.
        MOVE EX-PRONTUARIO TO WS-XT-PRONTUARIO(WS-XT-COUNT).
        MOVE EX-DATA-VIGENCIA TO WS-XT-VIGENCIA(WS-XT-COUNT).
        MOVE EX-DATA-FIM TO WS-XT-FIM(WS-XT-COUNT).
        MOVE EX-GRAU-INSALUBRIDADE TO WS-XT-GRAU(WS-XT-COUNT).
        MOVE EX-PERICULOSIDADE TO WS-XT-PERIC(WS-XT-COUNT).
        MOVE EX-AREA TO WS-XT-AREA(WS-XT-COUNT).
        MOVE EX-LAUDO TO WS-XT-LAUDO(WS-XT-COUNT).
        MOVE EX-SITUACAO TO WS-XT-SIT(WS-XT-COUNT).
        MOVE EX-OPERADOR TO WS-XT-OPERADOR(WS-XT-COUNT).
        MOVE EX-TIMESTAMP TO WS-XT-TS(WS-XT-COUNT).

        REGRAVA-TABELA.
        OPEN OUTPUT EXPOSIC-FILE.
        PERFORM VARYING WS-XT-IDX FROM 1 BY 1
            UNTIL WS-XT-IDX > WS-XT-COUNT
            MOVE SPACES TO EXPOSIC-RECORD
            MOVE WS-XT-PRONTUARIO(WS-XT-IDX) TO EX-PRONTUARIO
            MOVE WS-XT-VIGENCIA(WS-XT-IDX) TO EX-DATA-VIGENCIA
            MOVE WS-XT-FIM(WS-XT-IDX) TO EX-DATA-FIM
            MOVE WS-XT-GRAU(WS-XT-IDX) TO EX-GRAU-INSALUBRIDADE
            MOVE WS-XT-PERIC(WS-XT-IDX) TO EX-PERICULOSIDADE
            MOVE WS-XT-AREA(WS-XT-IDX) TO EX-AREA
            MOVE WS-XT-LAUDO(WS-XT-IDX) TO EX-LAUDO
            MOVE WS-XT-SIT(WS-XT-IDX) TO EX-SITUACAO
            MOVE WS-XT-OPERADOR(WS-XT-IDX) TO EX-OPERADOR
            MOVE WS-XT-TS(WS-XT-IDX) TO EX-TIMESTAMP
            WRITE EXPOSIC-RECORD
        END-PERFORM.
        CLOSE EXPOSIC-FILE.

        COPY "SYSERR.cpy".

        COPY "SIGNON.cpy".
