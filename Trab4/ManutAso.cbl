      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do controle de exames ocupacionais (ASO,
      *          NR-7) em ASO.DAT - lista, inclui exame admissional,
      *          periodico, de retorno ao trabalho, de mudanca de
      *          riscos ou demissional e cancela lancamento feito por
      *          engano. O vencimento do proximo periodico sai da
      *          classificacao de risco do departamento: anual quando
      *          o departamento paga insalubridade ou periculosidade,
      *          a cada dois anos nos demais. O admissional pode ser
      *          lancado antes do cadastro do funcionario (informando
      *          o departamento); o MANUTEMP avisa a admissao sem ele
      *          e a RESCISAO recusa o desligamento sem demissional.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. MANUTASO.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-PC-PENTIUM-III.
        OBJECT-COMPUTER. IBM-PC-PENTIUM-III.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ASO-FILE ASSIGN TO "data/ASO.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ASO-STATUS.

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
        FD  ASO-FILE.
        COPY "ASO.cpy".

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
        77 WS-ASO-STATUS PIC XX VALUE "00".
        77 WS-ASO-EOF PIC X VALUE "N".
            88 ASO-EOF VALUE "Y".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-DEPTMAST-STATUS PIC XX VALUE "00".
        77 wsopcao PIC 9 VALUE ZERO.
        77 wspronturario PIC X(08) VALUE SPACES.
        77 WS-TIPO-ENTRADA PIC X(01) VALUE SPACE.
            88 TIPO-VALIDO VALUE "A" "P" "R" "M" "D".
        77 WS-RESULTADO-ENTRADA PIC X(01) VALUE SPACE.
            88 RESULTADO-VALIDO VALUE "A" "I".
        77 WS-CRM-ENTRADA PIC X(12) VALUE SPACES.
        77 WS-EXAME-ENTRADA PIC 9(08) VALUE ZERO.
        77 WS-DEPTO-ENTRADA PIC X(10) VALUE SPACES.
        77 WS-DEPTO-OK PIC X VALUE "N".
            88 DEPTO-OK VALUE "Y".
        77 WS-DEPTO-RISCO PIC X VALUE "N".
            88 DEPTO-COM-RISCO VALUE "Y".
        77 WS-PERIODICIDADE PIC 9(02) VALUE ZERO.
        77 WS-MESES-COM-RISCO PIC 9(02) VALUE 12.
        77 WS-MESES-SEM-RISCO PIC 9(02) VALUE 24.
        77 WS-PROXIMO-EXAME PIC 9(08) VALUE ZERO.
        77 WS-PX-ANO PIC 9(04) VALUE ZERO.
        77 WS-PX-MMDD PIC 9(04) VALUE ZERO.
        77 WS-HOJE PIC 9(08) VALUE ZERO.
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
        77 WS-AS-COUNT PIC 9(04) VALUE ZERO.
        77 WS-AS-IDX PIC 9(04) VALUE ZERO.
        77 WS-AS-ACHOU PIC 9(04) VALUE ZERO.
        77 WS-AS-MAXIMO PIC 9(04) VALUE 3000.
        77 WS-AS-OVERFLOW PIC X VALUE "N".
            88 AS-OVERFLOW VALUE "Y".
        01 WS-AS-TAB.
            05 WS-AS-ENTRY OCCURS 3000 TIMES.
                10 WS-AS-PRONTUARIO PIC X(08).
                10 WS-AS-TIPO PIC X(01).
                10 WS-AS-EXAME PIC 9(08).
                10 WS-AS-RESULTADO PIC X(01).
                10 WS-AS-CRM PIC X(12).
                10 WS-AS-DEPTO PIC X(10).
                10 WS-AS-PERIODICIDADE PIC 9(02).
                10 WS-AS-PROXIMO PIC 9(08).
                10 WS-AS-SIT PIC X(01).
                10 WS-AS-OPERADOR PIC X(08).
                10 WS-AS-TS PIC 9(14).

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE "MANUTASO" TO WS-ERR-PROGRAMA.
        MOVE 2 TO WS-NIVEL-EXIGIDO.
        PERFORM EFETUA-SIGNON.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
        PERFORM CARREGA-TABELA.

        DISPLAY "1 - Listar exames ocupacionais".
        DISPLAY "2 - Incluir exame (ASO)".
        DISPLAY "3 - Cancelar exame".
        DISPLAY "0 - Sair".
        DISPLAY "Digite a opcao: " NO ADVANCING.
        ACCEPT wsopcao.

        EVALUATE wsopcao
            WHEN 1
                PERFORM LISTA-EXAMES
            WHEN 2
                PERFORM INCLUI-EXAME
            WHEN 3
                PERFORM CANCELA-EXAME
            WHEN 0
                CONTINUE
            WHEN OTHER
                DISPLAY "ERRO: opcao invalida"
        END-EVALUATE.

        STOP RUN.

      * o admissional e feito antes do inicio das atividades, quando
      * o funcionario ainda pode nao estar no cadastro: o
      * departamento e informado para classificar o risco
        INCLUI-EXAME.
        DISPLAY "Digite o prontuario: " NO ADVANCING.
        ACCEPT wspronturario.
        DISPLAY "Tipo (A=admissional P=periodico R=retorno ao"
            " trabalho M=mudanca de riscos D=demissional): "
            NO ADVANCING.
        ACCEPT WS-TIPO-ENTRADA.
        IF NOT TIPO-VALIDO
            DISPLAY "ERRO: tipo de exame invalido"
        ELSE
            PERFORM VERIFICA-EMPREGADO
            IF EM-PRONTUARIO = wspronturario
                MOVE EM-DEPARTAMENTO TO WS-DEPTO-ENTRADA
                PERFORM INCLUI-EXAME-DADOS
            ELSE
                IF WS-TIPO-ENTRADA = "A"
                    DISPLAY "Prontuario ainda nao cadastrado -"
                        " admissional antes da admissao"
                    PERFORM OBTEM-DEPARTAMENTO-VALIDO
                    PERFORM INCLUI-EXAME-DADOS
                ELSE
                    DISPLAY "ERRO: prontuario nao cadastrado ou"
                        " inativo: " wspronturario
                END-IF
            END-IF
        END-IF.

        INCLUI-EXAME-DADOS.
        PERFORM OBTEM-DADOS-EXAME.
        PERFORM LOCALIZA-EXAME.
        IF WS-AS-ACHOU > ZERO
            AND WS-AS-SIT(WS-AS-ACHOU) = "A"
            DISPLAY "ERRO: ja existe exame do tipo " WS-TIPO-ENTRADA
                " em " WS-EXAME-ENTRADA " para o prontuario"
        ELSE
            IF WS-AS-COUNT >= WS-AS-MAXIMO
                DISPLAY "ERRO: limite de " WS-AS-MAXIMO
                    " exames atingido"
            ELSE
                PERFORM CLASSIFICA-RISCO-DEPARTAMENTO
                PERFORM CALCULA-PROXIMO-EXAME
                PERFORM GRAVA-EXAME
            END-IF
        END-IF.

        OBTEM-DADOS-EXAME.
        MOVE "N" TO WS-DATA-OK.
        PERFORM WITH TEST AFTER UNTIL DATA-OK
            DISPLAY "Digite a data do exame (AAAAMMDD): "
                NO ADVANCING
            ACCEPT WS-DATA-ENTRADA
            PERFORM VALIDA-DATA
            IF DATA-OK AND WS-DATA-ENTRADA > WS-HOJE
                MOVE "N" TO WS-DATA-OK
            END-IF
            IF NOT DATA-OK
                DISPLAY "ERRO: data invalida ou futura, digite"
                    " novamente"
            END-IF
        END-PERFORM.
        MOVE WS-DATA-ENTRADA TO WS-EXAME-ENTRADA.
        MOVE SPACE TO WS-RESULTADO-ENTRADA.
        PERFORM WITH TEST AFTER UNTIL RESULTADO-VALIDO
            DISPLAY "Resultado (A=apto I=inapto): " NO ADVANCING
            ACCEPT WS-RESULTADO-ENTRADA
            IF NOT RESULTADO-VALIDO
                DISPLAY "ERRO: resultado invalido, digite novamente"
            END-IF
        END-PERFORM.
        MOVE SPACES TO WS-CRM-ENTRADA.
        PERFORM UNTIL WS-CRM-ENTRADA NOT = SPACES
            DISPLAY "CRM do medico examinador (numero/UF): "
                NO ADVANCING
            ACCEPT WS-CRM-ENTRADA
        END-PERFORM.

        OBTEM-DEPARTAMENTO-VALIDO.
        MOVE "N" TO WS-DEPTO-OK.
        PERFORM WITH TEST AFTER UNTIL DEPTO-OK
            DISPLAY "Digite o departamento da admissao: "
                NO ADVANCING
            ACCEPT WS-DEPTO-ENTRADA
            PERFORM VALIDA-DEPARTAMENTO
            IF NOT DEPTO-OK
                DISPLAY "ERRO: departamento inexistente ou inativo: "
                    WS-DEPTO-ENTRADA
            END-IF
        END-PERFORM.

        VALIDA-DEPARTAMENTO.
        MOVE "N" TO WS-DEPTO-OK.
        OPEN INPUT DEPTMAST-FILE.
        IF WS-DEPTMAST-STATUS = "00"
            MOVE WS-DEPTO-ENTRADA TO DP-CODIGO
            READ DEPTMAST-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF DP-ATIVO
                        MOVE "Y" TO WS-DEPTO-OK
                    END-IF
            END-READ
            CLOSE DEPTMAST-FILE
        END-IF.

      * departamento que paga insalubridade ou periculosidade tem
      * periodico anual; os demais a cada dois anos
        CLASSIFICA-RISCO-DEPARTAMENTO.
        MOVE "N" TO WS-DEPTO-RISCO.
        OPEN INPUT DEPTMAST-FILE.
        IF WS-DEPTMAST-STATUS = "00"
            MOVE WS-DEPTO-ENTRADA TO DP-CODIGO
            READ DEPTMAST-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF DP-GRAU-INSALUBRIDADE NUMERIC
                        AND DP-GRAU-INSALUBRIDADE > ZERO
                        MOVE "Y" TO WS-DEPTO-RISCO
                    END-IF
                    IF DP-PERICULOSO
                        MOVE "Y" TO WS-DEPTO-RISCO
                    END-IF
            END-READ
            CLOSE DEPTMAST-FILE
        END-IF.
        IF DEPTO-COM-RISCO
            MOVE WS-MESES-COM-RISCO TO WS-PERIODICIDADE
        ELSE
            MOVE WS-MESES-SEM-RISCO TO WS-PERIODICIDADE
        END-IF.

      * o periodico conta do ultimo exame; no demissional nao ha
      * proximo. Periodicidade sempre em anos inteiros (29/02 vira
      * 28/02)
        CALCULA-PROXIMO-EXAME.
        MOVE ZERO TO WS-PROXIMO-EXAME.
        IF WS-TIPO-ENTRADA NOT = "D"
            DIVIDE WS-EXAME-ENTRADA BY 10000 GIVING WS-PX-ANO
                REMAINDER WS-PX-MMDD
            COMPUTE WS-PX-ANO = WS-PX-ANO + WS-PERIODICIDADE / 12
            IF WS-PX-MMDD = 0229
                MOVE 0228 TO WS-PX-MMDD
            END-IF
            COMPUTE WS-PROXIMO-EXAME = WS-PX-ANO * 10000 + WS-PX-MMDD
        END-IF.

        GRAVA-EXAME.
        ADD 1 TO WS-AS-COUNT.
        MOVE WS-AS-COUNT TO WS-AS-ACHOU.
        MOVE wspronturario TO WS-AS-PRONTUARIO(WS-AS-ACHOU).
        MOVE WS-TIPO-ENTRADA TO WS-AS-TIPO(WS-AS-ACHOU).
        MOVE WS-EXAME-ENTRADA TO WS-AS-EXAME(WS-AS-ACHOU).
        MOVE WS-RESULTADO-ENTRADA TO WS-AS-RESULTADO(WS-AS-ACHOU).
        MOVE WS-CRM-ENTRADA TO WS-AS-CRM(WS-AS-ACHOU).
        MOVE WS-DEPTO-ENTRADA TO WS-AS-DEPTO(WS-AS-ACHOU).
        MOVE WS-PERIODICIDADE TO WS-AS-PERIODICIDADE(WS-AS-ACHOU).
        MOVE WS-PROXIMO-EXAME TO WS-AS-PROXIMO(WS-AS-ACHOU).
        MOVE "A" TO WS-AS-SIT(WS-AS-ACHOU).
        PERFORM CARIMBA-E-REGRAVA.
        IF WS-PROXIMO-EXAME > ZERO
            DISPLAY "PROXIMO PERIODICO ATE " WS-PROXIMO-EXAME
                " (DEPARTAMENTO " WS-DEPTO-ENTRADA " - A CADA "
                WS-PERIODICIDADE " MESES)"
        END-IF.
        IF WS-RESULTADO-ENTRADA = "I"
            DISPLAY "AVISO: funcionario INAPTO - nao pode assumir ou"
                " reassumir a funcao; encaminhe ao medico do"
                " trabalho"
        END-IF.

        CANCELA-EXAME.
        DISPLAY "Digite o prontuario: " NO ADVANCING.
        ACCEPT wspronturario.
        DISPLAY "Digite o tipo (A/P/R/M/D): " NO ADVANCING.
        ACCEPT WS-TIPO-ENTRADA.
        DISPLAY "Digite a data do exame (AAAAMMDD): " NO ADVANCING.
        ACCEPT WS-EXAME-ENTRADA.
        PERFORM LOCALIZA-EXAME.
        IF WS-AS-ACHOU = ZERO
            DISPLAY "ERRO: exame nao encontrado: "
                wspronturario " " WS-TIPO-ENTRADA " "
                WS-EXAME-ENTRADA
        ELSE
            IF WS-AS-SIT(WS-AS-ACHOU) = "C"
                DISPLAY "ERRO: exame ja cancelado"
            ELSE
                MOVE "C" TO WS-AS-SIT(WS-AS-ACHOU)
                PERFORM CARIMBA-E-REGRAVA
            END-IF
        END-IF.

        LOCALIZA-EXAME.
        MOVE ZERO TO WS-AS-ACHOU.
        PERFORM VARYING WS-AS-IDX FROM 1 BY 1
            UNTIL WS-AS-IDX > WS-AS-COUNT
            IF WS-AS-PRONTUARIO(WS-AS-IDX) = wspronturario
                AND WS-AS-TIPO(WS-AS-IDX) = WS-TIPO-ENTRADA
                AND WS-AS-EXAME(WS-AS-IDX) = WS-EXAME-ENTRADA
                AND (WS-AS-ACHOU = ZERO
                    OR WS-AS-SIT(WS-AS-IDX) = "A")
                MOVE WS-AS-IDX TO WS-AS-ACHOU
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
        MOVE WS-SIGNON-OPERADOR TO WS-AS-OPERADOR(WS-AS-ACHOU).
        MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AS-TS(WS-AS-ACHOU).
        PERFORM REGRAVA-TABELA.
        PERFORM LISTA-EXAMES.

        LISTA-EXAMES.
        DISPLAY " ".
        DISPLAY "EXAMES OCUPACIONAIS (" WS-AS-COUNT
            " CADASTRADO(S)):".
        PERFORM VARYING WS-AS-IDX FROM 1 BY 1
            UNTIL WS-AS-IDX > WS-AS-COUNT
            DISPLAY WS-AS-PRONTUARIO(WS-AS-IDX)
                " TIPO " WS-AS-TIPO(WS-AS-IDX)
                " EXAME " WS-AS-EXAME(WS-AS-IDX)
                " RESULTADO " WS-AS-RESULTADO(WS-AS-IDX)
                " CRM " WS-AS-CRM(WS-AS-IDX)
                " DEPTO " WS-AS-DEPTO(WS-AS-IDX)
                " PROXIMO " WS-AS-PROXIMO(WS-AS-IDX)
                " SITUACAO " WS-AS-SIT(WS-AS-IDX)
        END-PERFORM.

        CARREGA-TABELA.
        MOVE ZERO TO WS-AS-COUNT.
        MOVE "N" TO WS-AS-OVERFLOW.
        MOVE "N" TO WS-ASO-EOF.
        OPEN INPUT ASO-FILE.
        IF WS-ASO-STATUS = "00"
            PERFORM UNTIL ASO-EOF
                READ ASO-FILE
                    AT END
                        MOVE "Y" TO WS-ASO-EOF
                    NOT AT END
                        IF WS-AS-COUNT >= WS-AS-MAXIMO
                            MOVE "Y" TO WS-AS-OVERFLOW
                        ELSE
                            ADD 1 TO WS-AS-COUNT
                            PERFORM ACUMULA-EXAME
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ASO-FILE
        END-IF.
        IF AS-OVERFLOW
            DISPLAY "ERRO: ASO.DAT tem mais de " WS-AS-MAXIMO
                " exames - manutencao recusada para nao perder"
                " registros na regravacao"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        ACUMULA-EXAME.
        MOVE AS-PRONTUARIO TO WS-AS-PRONTUARIO(WS-AS-COUNT).
        MOVE AS-TIPO TO WS-AS-TIPO(WS-AS-COUNT).
        MOVE AS-DATA-EXAME TO WS-AS-EXAME(WS-AS-COUNT).
        MOVE AS-RESULTADO TO WS-AS-RESULTADO(WS-AS-COUNT).
        MOVE AS-CRM TO WS-AS-CRM(WS-AS-COUNT).
        MOVE AS-DEPARTAMENTO TO WS-AS-DEPTO(WS-AS-COUNT).
        MOVE AS-PERIODICIDADE TO WS-AS-PERIODICIDADE(WS-AS-COUNT).
        MOVE AS-DATA-PROXIMO TO WS-AS-PROXIMO(WS-AS-COUNT).
        MOVE AS-SITUACAO TO WS-AS-SIT(WS-AS-COUNT).
        MOVE AS-OPERADOR TO WS-AS-OPERADOR(WS-AS-COUNT).
        MOVE AS-TIMESTAMP TO WS-AS-TS(WS-AS-COUNT).

        REGRAVA-TABELA.
        OPEN OUTPUT ASO-FILE.
        PERFORM VARYING WS-AS-IDX FROM 1 BY 1
            UNTIL WS-AS-IDX > WS-AS-COUNT
            MOVE SPACES TO ASO-RECORD
            MOVE WS-AS-PRONTUARIO(WS-AS-IDX) TO AS-PRONTUARIO
            MOVE WS-AS-TIPO(WS-AS-IDX) TO AS-TIPO
            MOVE WS-AS-EXAME(WS-AS-IDX) TO AS-DATA-EXAME
            MOVE WS-AS-RESULTADO(WS-AS-IDX) TO AS-RESULTADO
            MOVE WS-AS-CRM(WS-AS-IDX) TO AS-CRM
            MOVE WS-AS-DEPTO(WS-AS-IDX) TO AS-DEPARTAMENTO
            MOVE WS-AS-PERIODICIDADE(WS-AS-IDX) TO AS-PERIODICIDADE
            MOVE WS-AS-PROXIMO(WS-AS-IDX) TO AS-DATA-PROXIMO
            MOVE WS-AS-SIT(WS-AS-IDX) TO AS-SITUACAO
            MOVE WS-AS-OPERADOR(WS-AS-IDX) TO AS-OPERADOR
            MOVE WS-AS-TS(WS-AS-IDX) TO AS-TIMESTAMP
            WRITE ASO-RECORD
        END-PERFORM.
        CLOSE ASO-FILE.

        COPY "SYSERR.cpy".

        COPY "SIGNON.cpy".
