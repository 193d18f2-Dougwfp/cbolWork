      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do plano de saude - tabela de precos por
      *          plano e faixa etaria (PLANPREC.DAT) e adesoes por
      *          prontuario e por dependente do EMPMAST
      *          (PLANADES.DAT): lista, inclui faixa, reajusta o
      *          preco de uma faixa, inclui e encerra adesao. A
      *          cobranca mensal e feita pelo PLANOSAU.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. MANUTPLA.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-PC-PENTIUM-III.
        OBJECT-COMPUTER. IBM-PC-PENTIUM-III.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PLANPREC-FILE ASSIGN TO "data/PLANPREC.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PLANPREC-STATUS.

            SELECT PLANADES-FILE ASSIGN TO "data/PLANADES.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PLANADES-STATUS.

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
        FD  PLANPREC-FILE.
        COPY "PLANPREC.cpy".

        FD  PLANADES-FILE.
        COPY "PLANADES.cpy".

        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".

        FD  SYSLOG-FILE.
        COPY "SYSLOG.cpy".

        WORKING-STORAGE SECTION.
        COPY "SIGNONWS.cpy".
        COPY "SYSERRWS.cpy".
        77 WS-PLANPREC-STATUS PIC XX VALUE "00".
        77 WS-PLANPREC-EOF PIC X VALUE "N".
            88 PLANPREC-EOF VALUE "Y".
        77 WS-PLANADES-STATUS PIC XX VALUE "00".
        77 WS-PLANADES-EOF PIC X VALUE "N".
            88 PLANADES-EOF VALUE "Y".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 wsopcao PIC 9 VALUE ZERO.
        77 wspronturario PIC X(08) VALUE SPACES.
        77 WS-PLANO-ENTRADA PIC X(04) VALUE SPACES.
        77 WS-DEPENDENTE-ENTRADA PIC 9(02) VALUE ZERO.
        77 WS-IDADE-MIN-ENTRADA PIC 9(03) VALUE ZERO.
        77 WS-IDADE-MAX-ENTRADA PIC 9(03) VALUE ZERO.
        77 WS-VALOR-ENTRADA PIC 9(05)V99 VALUE ZERO.
        77 WS-DATA-ENTRADA PIC 9(08) VALUE ZERO.
        77 WS-PLANO-EXISTE PIC X VALUE "N".
            88 PLANO-EXISTE VALUE "Y".
        77 WS-PP-COUNT PIC 9(03) VALUE ZERO.
        77 WS-PP-IDX PIC 9(03) VALUE ZERO.
        77 WS-PP-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-PP-MAXIMO PIC 9(03) VALUE 200.
        77 WS-PP-OVERFLOW PIC X VALUE "N".
            88 PP-OVERFLOW VALUE "Y".
        01 WS-PP-TAB.
            05 WS-PP-ENTRY OCCURS 200 TIMES.
                10 WS-PP-PLANO PIC X(04).
                10 WS-PP-DESCRICAO PIC X(20).
                10 WS-PP-IDADE-MIN PIC 9(03).
                10 WS-PP-IDADE-MAX PIC 9(03).
                10 WS-PP-VALOR PIC 9(05)V99.
                10 WS-PP-PERC PIC 9(03)V99.
                10 WS-PP-OPERADOR PIC X(08).
                10 WS-PP-TS PIC 9(14).
        77 WS-PA-COUNT PIC 9(04) VALUE ZERO.
        77 WS-PA-IDX PIC 9(04) VALUE ZERO.
        77 WS-PA-ACHOU PIC 9(04) VALUE ZERO.
        77 WS-PA-MAXIMO PIC 9(04) VALUE 2000.
        77 WS-PA-OVERFLOW PIC X VALUE "N".
            88 PA-OVERFLOW VALUE "Y".
        01 WS-PA-TAB.
            05 WS-PA-ENTRY OCCURS 2000 TIMES.
                10 WS-PA-PRONTUARIO PIC X(08).
                10 WS-PA-DEPENDENTE PIC 9(02).
                10 WS-PA-PLANO PIC X(04).
                10 WS-PA-CARTEIRINHA PIC X(16).
                10 WS-PA-NASCIMENTO PIC 9(08).
                10 WS-PA-IDADE-LIMITE PIC 9(03).
                10 WS-PA-DATA-INICIO PIC 9(08).
                10 WS-PA-DATA-FIM PIC 9(08).
                10 WS-PA-OPERADOR PIC X(08).
                10 WS-PA-TS PIC 9(14).

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE "MANUTPLA" TO WS-ERR-PROGRAMA.
        MOVE 2 TO WS-NIVEL-EXIGIDO.
        PERFORM EFETUA-SIGNON.
        PERFORM CARREGA-PRECOS.
        PERFORM CARREGA-ADESOES.

        DISPLAY "1 - Listar tabela de precos".
        DISPLAY "2 - Incluir faixa etaria de preco".
        DISPLAY "3 - Reajustar preco de uma faixa".
        DISPLAY "4 - Listar adesoes".
        DISPLAY "5 - Incluir adesao (titular ou dependente)".
        DISPLAY "6 - Encerrar adesao".
        DISPLAY "0 - Sair".
        DISPLAY "Digite a opcao: " NO ADVANCING.
        ACCEPT wsopcao.

        EVALUATE wsopcao
            WHEN 1
                PERFORM LISTA-PRECOS
            WHEN 2
                PERFORM INCLUI-FAIXA
            WHEN 3
                PERFORM REAJUSTA-FAIXA
            WHEN 4
                PERFORM LISTA-ADESOES
            WHEN 5
                PERFORM INCLUI-ADESAO
            WHEN 6
                PERFORM ENCERRA-ADESAO
            WHEN 0
                CONTINUE
            WHEN OTHER
                DISPLAY "ERRO: opcao invalida"
        END-EVALUATE.

        STOP RUN.

      * as faixas de um mesmo plano nao podem se sobrepor, senao o
      * PLANOSAU nao saberia qual preco cobrar
        INCLUI-FAIXA.
        DISPLAY "Digite o plano: " NO ADVANCING.
        ACCEPT WS-PLANO-ENTRADA.
        DISPLAY "Digite a idade inicial da faixa: " NO ADVANCING.
        ACCEPT WS-IDADE-MIN-ENTRADA.
        DISPLAY "Digite a idade final da faixa: " NO ADVANCING.
        ACCEPT WS-IDADE-MAX-ENTRADA.
        IF WS-PLANO-ENTRADA = SPACES
            OR WS-IDADE-MAX-ENTRADA < WS-IDADE-MIN-ENTRADA
            DISPLAY "ERRO: plano obrigatorio e idade final nao pode"
                " ser menor que a inicial"
        ELSE
            MOVE ZERO TO WS-PP-ACHOU
            PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                UNTIL WS-PP-IDX > WS-PP-COUNT
                IF WS-PP-PLANO(WS-PP-IDX) = WS-PLANO-ENTRADA
                    AND WS-PP-IDADE-MIN(WS-PP-IDX)
                        <= WS-IDADE-MAX-ENTRADA
                    AND WS-PP-IDADE-MAX(WS-PP-IDX)
                        >= WS-IDADE-MIN-ENTRADA
                    MOVE WS-PP-IDX TO WS-PP-ACHOU
                END-IF
            END-PERFORM
            IF WS-PP-ACHOU > ZERO
                DISPLAY "ERRO: faixa sobrepoe a faixa "
                    WS-PP-IDADE-MIN(WS-PP-ACHOU) "-"
                    WS-PP-IDADE-MAX(WS-PP-ACHOU) " do plano "
                    WS-PLANO-ENTRADA
            ELSE
                IF WS-PP-COUNT >= WS-PP-MAXIMO
                    DISPLAY "ERRO: limite de " WS-PP-MAXIMO
                        " faixas atingido"
                ELSE
                    PERFORM INCLUI-FAIXA-DADOS
                END-IF
            END-IF
        END-IF.

        INCLUI-FAIXA-DADOS.
        ADD 1 TO WS-PP-COUNT.
        MOVE WS-PP-COUNT TO WS-PP-ACHOU.
        MOVE WS-PLANO-ENTRADA TO WS-PP-PLANO(WS-PP-ACHOU).
        MOVE WS-IDADE-MIN-ENTRADA TO WS-PP-IDADE-MIN(WS-PP-ACHOU).
        MOVE WS-IDADE-MAX-ENTRADA TO WS-PP-IDADE-MAX(WS-PP-ACHOU).
        DISPLAY "Digite a descricao do plano: " NO ADVANCING.
        ACCEPT WS-PP-DESCRICAO(WS-PP-ACHOU).
        DISPLAY "Digite o preco mensal da faixa: " NO ADVANCING.
        ACCEPT WS-PP-VALOR(WS-PP-ACHOU).
        DISPLAY "Digite o percentual de coparticipacao do"
            " empregado: " NO ADVANCING.
        ACCEPT WS-PP-PERC(WS-PP-ACHOU).
        IF WS-PP-VALOR(WS-PP-ACHOU) = ZERO
            OR WS-PP-PERC(WS-PP-ACHOU) > 100
            DISPLAY "ERRO: preco obrigatorio e percentual ate 100"
                " - faixa nao incluida"
            SUBTRACT 1 FROM WS-PP-COUNT
        ELSE
            PERFORM CARIMBA-E-REGRAVA-PRECOS
            DISPLAY "FAIXA INCLUIDA: " WS-PLANO-ENTRADA " "
                WS-IDADE-MIN-ENTRADA "-" WS-IDADE-MAX-ENTRADA
        END-IF.

        REAJUSTA-FAIXA.
        DISPLAY "Digite o plano: " NO ADVANCING.
        ACCEPT WS-PLANO-ENTRADA.
        DISPLAY "Digite a idade inicial da faixa: " NO ADVANCING.
        ACCEPT WS-IDADE-MIN-ENTRADA.
        MOVE ZERO TO WS-PP-ACHOU.
        PERFORM VARYING WS-PP-IDX FROM 1 BY 1
            UNTIL WS-PP-IDX > WS-PP-COUNT
            IF WS-PP-PLANO(WS-PP-IDX) = WS-PLANO-ENTRADA
                AND WS-PP-IDADE-MIN(WS-PP-IDX) = WS-IDADE-MIN-ENTRADA
                MOVE WS-PP-IDX TO WS-PP-ACHOU
            END-IF
        END-PERFORM.
        IF WS-PP-ACHOU = ZERO
            DISPLAY "ERRO: faixa nao cadastrada"
        ELSE
            DISPLAY "Preco atual: " WS-PP-VALOR(WS-PP-ACHOU)
            DISPLAY "Digite o novo preco mensal: " NO ADVANCING
            ACCEPT WS-VALOR-ENTRADA
            IF WS-VALOR-ENTRADA = ZERO
                DISPLAY "ERRO: preco invalido"
            ELSE
                MOVE WS-VALOR-ENTRADA TO WS-PP-VALOR(WS-PP-ACHOU)
                PERFORM CARIMBA-E-REGRAVA-PRECOS
                DISPLAY "PRECO REAJUSTADO: " WS-PLANO-ENTRADA " "
                    WS-IDADE-MIN-ENTRADA
            END-IF
        END-IF.

        INCLUI-ADESAO.
        DISPLAY "Digite o prontuario: " NO ADVANCING.
        ACCEPT wspronturario.
        DISPLAY "Digite o dependente (00=titular, 01-10=ocorrencia"
            " no cadastro): " NO ADVANCING.
        ACCEPT WS-DEPENDENTE-ENTRADA.
        PERFORM LOCALIZA-ADESAO-ABERTA.
        IF WS-PA-ACHOU > ZERO
            DISPLAY "ERRO: ja existe adesao aberta para "
                wspronturario " dependente " WS-DEPENDENTE-ENTRADA
        ELSE
            IF WS-DEPENDENTE-ENTRADA > 10
                DISPLAY "ERRO: dependente invalido"
            ELSE
                PERFORM VERIFICA-EMPREGADO
                IF EM-PRONTUARIO NOT = wspronturario
                    DISPLAY "ERRO: prontuario nao cadastrado ou"
                        " inativo: " wspronturario
                ELSE
                    PERFORM INCLUI-ADESAO-VALIDA
                END-IF
            END-IF
        END-IF.

        INCLUI-ADESAO-VALIDA.
        IF WS-DEPENDENTE-ENTRADA > ZERO
            IF EM-DEP-NOME(WS-DEPENDENTE-ENTRADA) = SPACES
                OR EM-DEP-NASCIMENTO(WS-DEPENDENTE-ENTRADA)
                    NOT NUMERIC
                OR EM-DEP-NASCIMENTO(WS-DEPENDENTE-ENTRADA) = ZERO
                DISPLAY "ERRO: dependente " WS-DEPENDENTE-ENTRADA
                    " sem nome ou data de nascimento no cadastro"
            ELSE
                DISPLAY "Dependente: "
                    EM-DEP-NOME(WS-DEPENDENTE-ENTRADA)
                PERFORM INCLUI-ADESAO-DADOS
            END-IF
        ELSE
            DISPLAY "Titular: " EM-NOME " " EM-SOBRENOME
            PERFORM INCLUI-ADESAO-DADOS
        END-IF.

        INCLUI-ADESAO-DADOS.
        IF WS-PA-COUNT >= WS-PA-MAXIMO
            DISPLAY "ERRO: limite de " WS-PA-MAXIMO
                " adesoes atingido"
        ELSE
            ADD 1 TO WS-PA-COUNT
            MOVE WS-PA-COUNT TO WS-PA-ACHOU
            MOVE wspronturario TO WS-PA-PRONTUARIO(WS-PA-ACHOU)
            MOVE WS-DEPENDENTE-ENTRADA
                TO WS-PA-DEPENDENTE(WS-PA-ACHOU)
            MOVE ZERO TO WS-PA-NASCIMENTO(WS-PA-ACHOU)
                WS-PA-IDADE-LIMITE(WS-PA-ACHOU)
                WS-PA-DATA-FIM(WS-PA-ACHOU)
            DISPLAY "Digite o plano: " NO ADVANCING
            ACCEPT WS-PA-PLANO(WS-PA-ACHOU)
            DISPLAY "Digite o numero da carteirinha: " NO ADVANCING
            ACCEPT WS-PA-CARTEIRINHA(WS-PA-ACHOU)
            IF WS-DEPENDENTE-ENTRADA = ZERO
                DISPLAY "Digite a data de nascimento do titular"
                    " (AAAAMMDD): " NO ADVANCING
                ACCEPT WS-PA-NASCIMENTO(WS-PA-ACHOU)
            ELSE
                DISPLAY "Digite a idade limite do dependente"
                    " (0=sem limite): " NO ADVANCING
                ACCEPT WS-PA-IDADE-LIMITE(WS-PA-ACHOU)
            END-IF
            DISPLAY "Digite a data de inicio (AAAAMMDD): "
                NO ADVANCING
            ACCEPT WS-PA-DATA-INICIO(WS-PA-ACHOU)
            MOVE WS-PA-PLANO(WS-PA-ACHOU) TO WS-PLANO-ENTRADA
            PERFORM VERIFICA-PLANO
            IF NOT PLANO-EXISTE
                OR WS-PA-CARTEIRINHA(WS-PA-ACHOU) = SPACES
                OR WS-PA-DATA-INICIO(WS-PA-ACHOU) = ZERO
                OR (WS-DEPENDENTE-ENTRADA = ZERO
                    AND WS-PA-NASCIMENTO(WS-PA-ACHOU) = ZERO)
                DISPLAY "ERRO: plano sem tabela de precos ou"
                    " carteirinha, inicio ou nascimento em branco"
                    " - adesao nao incluida"
                SUBTRACT 1 FROM WS-PA-COUNT
            ELSE
                PERFORM CARIMBA-E-REGRAVA-ADESOES
                DISPLAY "ADESAO INCLUIDA: " wspronturario
                    " dependente " WS-DEPENDENTE-ENTRADA
            END-IF
        END-IF.

        ENCERRA-ADESAO.
        DISPLAY "Digite o prontuario: " NO ADVANCING.
        ACCEPT wspronturario.
        DISPLAY "Digite o dependente (00=titular): " NO ADVANCING.
        ACCEPT WS-DEPENDENTE-ENTRADA.
        PERFORM LOCALIZA-ADESAO-ABERTA.
        IF WS-PA-ACHOU = ZERO
            DISPLAY "ERRO: nenhuma adesao aberta para "
                wspronturario " dependente " WS-DEPENDENTE-ENTRADA
        ELSE
            DISPLAY "Digite a data de encerramento (AAAAMMDD): "
                NO ADVANCING
            ACCEPT WS-DATA-ENTRADA
            IF WS-DATA-ENTRADA < WS-PA-DATA-INICIO(WS-PA-ACHOU)
                DISPLAY "ERRO: encerramento anterior ao inicio "
                    WS-PA-DATA-INICIO(WS-PA-ACHOU)
            ELSE
                MOVE WS-DATA-ENTRADA TO WS-PA-DATA-FIM(WS-PA-ACHOU)
                PERFORM CARIMBA-E-REGRAVA-ADESOES
                DISPLAY "ADESAO ENCERRADA: " wspronturario
                    " dependente " WS-DEPENDENTE-ENTRADA
            END-IF
        END-IF.

        LOCALIZA-ADESAO-ABERTA.
        MOVE ZERO TO WS-PA-ACHOU.
        PERFORM VARYING WS-PA-IDX FROM 1 BY 1
            UNTIL WS-PA-IDX > WS-PA-COUNT
            IF WS-PA-PRONTUARIO(WS-PA-IDX) = wspronturario
                AND WS-PA-DEPENDENTE(WS-PA-IDX)
                    = WS-DEPENDENTE-ENTRADA
                AND WS-PA-DATA-FIM(WS-PA-IDX) = ZERO
                MOVE WS-PA-IDX TO WS-PA-ACHOU
            END-IF
        END-PERFORM.

        VERIFICA-PLANO.
        MOVE "N" TO WS-PLANO-EXISTE.
        PERFORM VARYING WS-PP-IDX FROM 1 BY 1
            UNTIL WS-PP-IDX > WS-PP-COUNT
            IF WS-PP-PLANO(WS-PP-IDX) = WS-PLANO-ENTRADA
                MOVE "Y" TO WS-PLANO-EXISTE
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

        CARIMBA-E-REGRAVA-PRECOS.
        MOVE WS-SIGNON-OPERADOR TO WS-PP-OPERADOR(WS-PP-ACHOU).
        MOVE FUNCTION CURRENT-DATE(1:14) TO WS-PP-TS(WS-PP-ACHOU).
        PERFORM REGRAVA-PRECOS.
        PERFORM LISTA-PRECOS.

        CARIMBA-E-REGRAVA-ADESOES.
        MOVE WS-SIGNON-OPERADOR TO WS-PA-OPERADOR(WS-PA-ACHOU).
        MOVE FUNCTION CURRENT-DATE(1:14) TO WS-PA-TS(WS-PA-ACHOU).
        PERFORM REGRAVA-ADESOES.
        PERFORM LISTA-ADESOES.

        LISTA-PRECOS.
        DISPLAY " ".
        DISPLAY "TABELA DE PRECOS DO PLANO DE SAUDE (" WS-PP-COUNT
            " FAIXA(S)):".
        PERFORM VARYING WS-PP-IDX FROM 1 BY 1
            UNTIL WS-PP-IDX > WS-PP-COUNT
            DISPLAY WS-PP-PLANO(WS-PP-IDX)
                " " WS-PP-DESCRICAO(WS-PP-IDX)
                " IDADE " WS-PP-IDADE-MIN(WS-PP-IDX)
                "-" WS-PP-IDADE-MAX(WS-PP-IDX)
                " PRECO " WS-PP-VALOR(WS-PP-IDX)
                " COPART% " WS-PP-PERC(WS-PP-IDX)
        END-PERFORM.

        LISTA-ADESOES.
        DISPLAY " ".
        DISPLAY "ADESOES AO PLANO DE SAUDE (" WS-PA-COUNT
            " CADASTRADA(S)):".
        PERFORM VARYING WS-PA-IDX FROM 1 BY 1
            UNTIL WS-PA-IDX > WS-PA-COUNT
            DISPLAY WS-PA-PRONTUARIO(WS-PA-IDX)
                " DEP " WS-PA-DEPENDENTE(WS-PA-IDX)
                " PLANO " WS-PA-PLANO(WS-PA-IDX)
                " CARTEIRINHA " WS-PA-CARTEIRINHA(WS-PA-IDX)
                " INICIO " WS-PA-DATA-INICIO(WS-PA-IDX)
                " FIM " WS-PA-DATA-FIM(WS-PA-IDX)
        END-PERFORM.

        CARREGA-PRECOS.
        MOVE ZERO TO WS-PP-COUNT.
        MOVE "N" TO WS-PP-OVERFLOW.
        MOVE "N" TO WS-PLANPREC-EOF.
        OPEN INPUT PLANPREC-FILE.
        IF WS-PLANPREC-STATUS = "00"
            PERFORM UNTIL PLANPREC-EOF
                READ PLANPREC-FILE
                    AT END
                        MOVE "Y" TO WS-PLANPREC-EOF
                    NOT AT END
                        IF WS-PP-COUNT >= WS-PP-MAXIMO
                            MOVE "Y" TO WS-PP-OVERFLOW
                        ELSE
                            ADD 1 TO WS-PP-COUNT
                            PERFORM ACUMULA-PRECO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PLANPREC-FILE
        END-IF.
        IF PP-OVERFLOW
            DISPLAY "ERRO: PLANPREC.DAT tem mais de " WS-PP-MAXIMO
                " faixas - manutencao recusada para nao perder"
                " registros na regravacao"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        ACUMULA-PRECO.
        MOVE PP-PLANO TO WS-PP-PLANO(WS-PP-COUNT).
        MOVE PP-DESCRICAO TO WS-PP-DESCRICAO(WS-PP-COUNT).
        MOVE PP-IDADE-MIN TO WS-PP-IDADE-MIN(WS-PP-COUNT).
        MOVE PP-IDADE-MAX TO WS-PP-IDADE-MAX(WS-PP-COUNT).
        MOVE PP-VALOR TO WS-PP-VALOR(WS-PP-COUNT).
        MOVE PP-PERC-EMPREGADO TO WS-PP-PERC(WS-PP-COUNT).
        MOVE PP-OPERADOR TO WS-PP-OPERADOR(WS-PP-COUNT).
        MOVE PP-TIMESTAMP TO WS-PP-TS(WS-PP-COUNT).

        REGRAVA-PRECOS.
        OPEN OUTPUT PLANPREC-FILE.
        PERFORM VARYING WS-PP-IDX FROM 1 BY 1
            UNTIL WS-PP-IDX > WS-PP-COUNT
            MOVE SPACES TO PLANPREC-RECORD
            MOVE WS-PP-PLANO(WS-PP-IDX) TO PP-PLANO
            MOVE WS-PP-DESCRICAO(WS-PP-IDX) TO PP-DESCRICAO
            MOVE WS-PP-IDADE-MIN(WS-PP-IDX) TO PP-IDADE-MIN
            MOVE WS-PP-IDADE-MAX(WS-PP-IDX) TO PP-IDADE-MAX
            MOVE WS-PP-VALOR(WS-PP-IDX) TO PP-VALOR
            MOVE WS-PP-PERC(WS-PP-IDX) TO PP-PERC-EMPREGADO
            MOVE WS-PP-OPERADOR(WS-PP-IDX) TO PP-OPERADOR
            MOVE WS-PP-TS(WS-PP-IDX) TO PP-TIMESTAMP
            WRITE PLANPREC-RECORD
        END-PERFORM.
        CLOSE PLANPREC-FILE.

        CARREGA-ADESOES.
        MOVE ZERO TO WS-PA-COUNT.
        MOVE "N" TO WS-PA-OVERFLOW.
        MOVE "N" TO WS-PLANADES-EOF.
        OPEN INPUT PLANADES-FILE.
        IF WS-PLANADES-STATUS = "00"
            PERFORM UNTIL PLANADES-EOF
                READ PLANADES-FILE
                    AT END
                        MOVE "Y" TO WS-PLANADES-EOF
                    NOT AT END
                        IF WS-PA-COUNT >= WS-PA-MAXIMO
                            MOVE "Y" TO WS-PA-OVERFLOW
                        ELSE
                            ADD 1 TO WS-PA-COUNT
                            PERFORM ACUMULA-ADESAO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PLANADES-FILE
        END-IF.
        IF PA-OVERFLOW
            DISPLAY "ERRO: PLANADES.DAT tem mais de " WS-PA-MAXIMO
                " adesoes - manutencao recusada para nao perder"
                " registros na regravacao"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        ACUMULA-ADESAO.
        MOVE PA-PRONTUARIO TO WS-PA-PRONTUARIO(WS-PA-COUNT).
        MOVE PA-DEPENDENTE TO WS-PA-DEPENDENTE(WS-PA-COUNT).
        MOVE PA-PLANO TO WS-PA-PLANO(WS-PA-COUNT).
        MOVE PA-CARTEIRINHA TO WS-PA-CARTEIRINHA(WS-PA-COUNT).
        MOVE PA-NASCIMENTO TO WS-PA-NASCIMENTO(WS-PA-COUNT).
        MOVE PA-IDADE-LIMITE TO WS-PA-IDADE-LIMITE(WS-PA-COUNT).
        MOVE PA-DATA-INICIO TO WS-PA-DATA-INICIO(WS-PA-COUNT).
        MOVE PA-DATA-FIM TO WS-PA-DATA-FIM(WS-PA-COUNT).
        MOVE PA-OPERADOR TO WS-PA-OPERADOR(WS-PA-COUNT).
        MOVE PA-TIMESTAMP TO WS-PA-TS(WS-PA-COUNT).

        REGRAVA-ADESOES.
        OPEN OUTPUT PLANADES-FILE.
        PERFORM VARYING WS-PA-IDX FROM 1 BY 1
            UNTIL WS-PA-IDX > WS-PA-COUNT
            MOVE SPACES TO PLANADES-RECORD
            MOVE WS-PA-PRONTUARIO(WS-PA-IDX) TO PA-PRONTUARIO
            MOVE WS-PA-DEPENDENTE(WS-PA-IDX) TO PA-DEPENDENTE
            MOVE WS-PA-PLANO(WS-PA-IDX) TO PA-PLANO
            MOVE WS-PA-CARTEIRINHA(WS-PA-IDX) TO PA-CARTEIRINHA
            MOVE WS-PA-NASCIMENTO(WS-PA-IDX) TO PA-NASCIMENTO
            MOVE WS-PA-IDADE-LIMITE(WS-PA-IDX) TO PA-IDADE-LIMITE
            MOVE WS-PA-DATA-INICIO(WS-PA-IDX) TO PA-DATA-INICIO
            MOVE WS-PA-DATA-FIM(WS-PA-IDX) TO PA-DATA-FIM
            MOVE WS-PA-OPERADOR(WS-PA-IDX) TO PA-OPERADOR
            MOVE WS-PA-TS(WS-PA-IDX) TO PA-TIMESTAMP
            WRITE PLANADES-RECORD
        END-PERFORM.
        CLOSE PLANADES-FILE.

        COPY "SYSERR.cpy".

        COPY "SIGNON.cpy".
