      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cobranca mensal do plano de saude - para cada vida
      *          com adesao aberta na competencia (PLANADES.DAT)
      *          calcula a idade no primeiro dia do mes (titular pela
      *          data da adesao, dependente por EM-DEP-NASCIMENTO),
      *          busca o preco da faixa etaria do plano
      *          (PLANPREC.DAT) e divide entre empresa e empregado
      *          pela coparticipacao. Grava PLANCOB.DAT, cuja parte do
      *          empregado o TRAB1 desconta, e lista em PLANREL.PRT
      *          as vidas que nao devem mais ser pagas: empregado
      *          desligado, dependente excluido do cadastro ou fora
      *          da idade limite, idade sem faixa de preco.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. PLANOSAU.

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

            SELECT PLANPREC-FILE ASSIGN TO "data/PLANPREC.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PLANPREC-STATUS.

            SELECT PLANADES-FILE ASSIGN TO "data/PLANADES.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PLANADES-STATUS.

            SELECT PLANCOB-FILE ASSIGN TO "data/PLANCOB.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PLANCOB-STATUS.

            SELECT RELATO-FILE ASSIGN TO "data/PLANREL.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RELATO-STATUS.

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

        FD  PLANPREC-FILE.
        COPY "PLANPREC.cpy".

        FD  PLANADES-FILE.
        COPY "PLANADES.cpy".

        FD  PLANCOB-FILE.
        COPY "PLANCOB.cpy".

        FD  RELATO-FILE.
        01 RELATO-LINHA PIC X(120).

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
        77 WS-PLANPREC-STATUS PIC XX VALUE "00".
        77 WS-PLANADES-STATUS PIC XX VALUE "00".
        77 WS-PLANCOB-STATUS PIC XX VALUE "00".
        77 WS-RELATO-STATUS PIC XX VALUE "00".
        77 WS-PLANPREC-EOF PIC X VALUE "N".
            88 PLANPREC-EOF VALUE "Y".
        77 WS-PLANADES-EOF PIC X VALUE "N".
            88 PLANADES-EOF VALUE "Y".
        77 WS-PLANCOB-EOF PIC X VALUE "N".
            88 PLANCOB-EOF VALUE "Y".
        77 WS-OPERADOR PIC X(08) VALUE SPACES.
        77 WS-MES-INICIO PIC 9(08) VALUE ZERO.
        77 WS-MES-FIM PIC 9(08) VALUE ZERO.
        77 WS-NASCIMENTO PIC 9(08) VALUE ZERO.
        77 WS-IDADE PIC 9(03) VALUE ZERO.
        77 WS-MOTIVO PIC X(40) VALUE SPACES.
        77 WS-VALOR-VIDA PIC 9(05)V99 VALUE ZERO.
        77 WS-VALOR-EMPREGADO PIC 9(05)V99 VALUE ZERO.
        77 WS-VALOR-EMPRESA PIC 9(05)V99 VALUE ZERO.
        77 WS-QTD-LIDA PIC 9(05) VALUE ZERO.
        77 WS-QTD-COBRADA PIC 9(05) VALUE ZERO.
        77 WS-QTD-EXCECAO PIC 9(05) VALUE ZERO.
        77 WS-TOTAL-CARRIER PIC 9(09)V99 VALUE ZERO.
        77 WS-TOTAL-EMPRESA PIC 9(09)V99 VALUE ZERO.
        77 WS-TOTAL-EMPREGADO PIC 9(09)V99 VALUE ZERO.
        77 WS-PP-COUNT PIC 9(03) VALUE ZERO.
        77 WS-PP-IDX PIC 9(03) VALUE ZERO.
        77 WS-PP-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-PP-MAXIMO PIC 9(03) VALUE 200.
        01 WS-PP-TAB.
            05 WS-PP-ENTRY OCCURS 200 TIMES.
                10 WS-PP-PLANO PIC X(04).
                10 WS-PP-IDADE-MIN PIC 9(03).
                10 WS-PP-IDADE-MAX PIC 9(03).
                10 WS-PP-VALOR PIC 9(05)V99.
                10 WS-PP-PERC PIC 9(03)V99.
        77 WS-PC-COUNT PIC 9(04) VALUE ZERO.
        77 WS-PC-IDX PIC 9(04) VALUE ZERO.
        77 WS-PC-MAXIMO PIC 9(04) VALUE 5000.
        77 WS-PC-OVERFLOW PIC X VALUE "N".
            88 PC-OVERFLOW VALUE "Y".
        01 WS-PC-TAB.
            05 WS-PC-ENTRY OCCURS 5000 TIMES.
                10 WS-PC-COMPETENCIA PIC 9(06).
                10 WS-PC-PRONTUARIO PIC X(08).
                10 WS-PC-DEPENDENTE PIC 9(02).
                10 WS-PC-CARTEIRINHA PIC X(16).
                10 WS-PC-PLANO PIC X(04).
                10 WS-PC-IDADE PIC 9(03).
                10 WS-PC-VALOR PIC 9(05)V99.
                10 WS-PC-EMPRESA PIC 9(05)V99.
                10 WS-PC-EMPREGADO PIC 9(05)V99.
                10 WS-PC-OPERADOR PIC X(08).
                10 WS-PC-TS PIC 9(14).

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        DISPLAY "USER" UPON ENVIRONMENT-NAME.
        ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE.
        MOVE "PLANOSAU" TO WS-ERR-PROGRAMA.
        MOVE 3 TO WS-NIVEL-EXIGIDO.
        PERFORM EFETUA-SIGNON.
        MOVE WS-SIGNON-OPERADOR TO WS-OPERADOR.
        PERFORM LOAD-PERIODO-TABLE.

        DISPLAY "Digite a competencia da cobranca (AAAAMM): "
            NO ADVANCING.
        ACCEPT WS-COMPETENCIA.
        PERFORM VALIDA-COMPETENCIA.
        IF COMPETENCIA-FECHADA
            DISPLAY "COMPETENCIA JA FECHADA: " WS-COMPETENCIA
                " - COBRANCA RECUSADA"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        COMPUTE WS-MES-INICIO = WS-COMPETENCIA * 100 + 1.
        COMPUTE WS-MES-FIM = WS-COMPETENCIA * 100 + 31.

        PERFORM CARREGA-PRECOS.
        IF WS-PP-COUNT = ZERO
            DISPLAY "ERRO: tabela de precos do plano vazia -"
                " cadastre as faixas no MANUTPLA"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM CARREGA-PLANCOB.

        MOVE "PLANOSAU" TO WS-JJ-PROGRAMA.
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
        OPEN EXTEND RELATO-FILE.
        IF WS-RELATO-STATUS = "35"
            OPEN OUTPUT RELATO-FILE
        END-IF.
        MOVE SPACES TO RELATO-LINHA.
        STRING "COBRANCA DO PLANO DE SAUDE - COMPETENCIA "
            WS-COMPETENCIA " - " FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

        MOVE ZERO TO WS-QTD-LIDA WS-QTD-COBRADA WS-QTD-EXCECAO
            WS-TOTAL-CARRIER WS-TOTAL-EMPRESA WS-TOTAL-EMPREGADO.
        MOVE "N" TO WS-PLANADES-EOF.
        OPEN INPUT PLANADES-FILE.
        IF WS-PLANADES-STATUS = "00"
            PERFORM UNTIL PLANADES-EOF
                READ PLANADES-FILE
                    AT END
                        MOVE "Y" TO WS-PLANADES-EOF
                    NOT AT END
                        IF PA-DATA-INICIO <= WS-MES-FIM
                            AND (PA-DATA-FIM = ZERO
                                OR PA-DATA-FIM >= WS-MES-INICIO)
                            ADD 1 TO WS-QTD-LIDA
                            PERFORM APURA-VIDA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PLANADES-FILE
        END-IF.
        CLOSE EMPMAST-FILE.

        MOVE SPACES TO RELATO-LINHA.
        STRING "  VIDAS COBRADAS=" WS-QTD-COBRADA
            " EXCECOES=" WS-QTD-EXCECAO
            " OPERADORA=" WS-TOTAL-CARRIER
            " EMPRESA=" WS-TOTAL-EMPRESA
            " EMPREGADOS=" WS-TOTAL-EMPREGADO
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        CLOSE RELATO-FILE.
        PERFORM REGRAVA-PLANCOB.

        DISPLAY " ".
        DISPLAY "PLANO DE SAUDE - COMPETENCIA " WS-COMPETENCIA.
        DISPLAY "VIDAS COBRADAS:           " WS-QTD-COBRADA.
        DISPLAY "VIDAS NAO COBRADAS:       " WS-QTD-EXCECAO.
        DISPLAY "TOTAL ESPERADO OPERADORA: " WS-TOTAL-CARRIER.
        DISPLAY "PARTE EMPRESA:            " WS-TOTAL-EMPRESA.
        DISPLAY "PARTE EMPREGADOS:         " WS-TOTAL-EMPREGADO.
        IF WS-QTD-EXCECAO > ZERO
            DISPLAY "ATENCAO: vidas nao cobradas listadas em"
                " PLANREL.PRT - encerrar as adesoes no MANUTPLA"
            MOVE 8 TO RETURN-CODE
        END-IF.
        MOVE "F" TO WS-JJ-EVENTO.
        MOVE WS-QTD-LIDA TO WS-JJ-QTD-LIDA.
        MOVE WS-QTD-COBRADA TO WS-JJ-QTD-PROCESSADA.
        MOVE WS-QTD-EXCECAO TO WS-JJ-QTD-REJEITADA.
        MOVE WS-TOTAL-CARRIER TO WS-JJ-TOTAL-CONTROLE.
        MOVE RETURN-CODE TO WS-JJ-RETORNO.
        PERFORM GRAVA-JOBJRNL.
        STOP RUN.

      * vida so e cobrada com o titular ativo e, para dependente,
      * com a ocorrencia ainda preenchida no cadastro e dentro da
      * idade limite da adesao
        APURA-VIDA.
        MOVE SPACES TO WS-MOTIVO.
        MOVE PA-PRONTUARIO TO EM-PRONTUARIO.
        READ EMPMAST-FILE
            INVALID KEY
                MOVE "PRONTUARIO NAO CADASTRADO" TO WS-MOTIVO
        END-READ.
        IF WS-MOTIVO = SPACES
            IF NOT EM-ATIVO
                OR (EM-DATA-DESLIGAMENTO NUMERIC
                    AND EM-DATA-DESLIGAMENTO > ZERO
                    AND EM-DATA-DESLIGAMENTO < WS-MES-INICIO)
                MOVE "EMPREGADO DESLIGADO/INATIVO" TO WS-MOTIVO
            END-IF
        END-IF.
        IF WS-MOTIVO = SPACES
            IF PA-DEPENDENTE = ZERO
                MOVE PA-NASCIMENTO TO WS-NASCIMENTO
            ELSE
                IF PA-DEPENDENTE > 10
                    MOVE "DEPENDENTE EXCLUIDO DO CADASTRO" TO WS-MOTIVO
                ELSE
                    IF EM-DEP-NOME(PA-DEPENDENTE) = SPACES
                        OR EM-DEP-NASCIMENTO(PA-DEPENDENTE)
                            NOT NUMERIC
                        MOVE "DEPENDENTE EXCLUIDO DO CADASTRO"
                            TO WS-MOTIVO
                    ELSE
                        MOVE EM-DEP-NASCIMENTO(PA-DEPENDENTE)
                            TO WS-NASCIMENTO
                    END-IF
                END-IF
            END-IF
        END-IF.
        IF WS-MOTIVO = SPACES
            IF WS-NASCIMENTO = ZERO OR WS-NASCIMENTO > WS-MES-INICIO
                MOVE "DATA DE NASCIMENTO INVALIDA" TO WS-MOTIVO
            ELSE
                COMPUTE WS-IDADE =
                    (WS-MES-INICIO - WS-NASCIMENTO) / 10000
                IF PA-DEPENDENTE > ZERO
                    AND PA-IDADE-LIMITE > ZERO
                    AND WS-IDADE >= PA-IDADE-LIMITE
                    MOVE "DEPENDENTE FORA DA IDADE LIMITE" TO WS-MOTIVO
                END-IF
            END-IF
        END-IF.
        IF WS-MOTIVO = SPACES
            PERFORM LOCALIZA-FAIXA
            IF WS-PP-ACHOU = ZERO
                MOVE "IDADE SEM FAIXA DE PRECO NO PLANO" TO WS-MOTIVO
            END-IF
        END-IF.
        IF WS-MOTIVO NOT = SPACES
            PERFORM REGISTRA-EXCECAO
        ELSE
            PERFORM COBRA-VIDA
        END-IF.

        LOCALIZA-FAIXA.
        MOVE ZERO TO WS-PP-ACHOU.
        PERFORM VARYING WS-PP-IDX FROM 1 BY 1
            UNTIL WS-PP-IDX > WS-PP-COUNT
            IF WS-PP-PLANO(WS-PP-IDX) = PA-PLANO
                AND WS-IDADE >= WS-PP-IDADE-MIN(WS-PP-IDX)
                AND WS-IDADE <= WS-PP-IDADE-MAX(WS-PP-IDX)
                MOVE WS-PP-IDX TO WS-PP-ACHOU
            END-IF
        END-PERFORM.

        COBRA-VIDA.
        MOVE WS-PP-VALOR(WS-PP-ACHOU) TO WS-VALOR-VIDA.
        COMPUTE WS-VALOR-EMPREGADO ROUNDED =
            WS-VALOR-VIDA * WS-PP-PERC(WS-PP-ACHOU) / 100.
        COMPUTE WS-VALOR-EMPRESA = WS-VALOR-VIDA - WS-VALOR-EMPREGADO.
        IF WS-PC-COUNT >= WS-PC-MAXIMO
            DISPLAY "ERRO: PLANCOB.DAT excederia " WS-PC-MAXIMO
                " registros - cobranca recusada"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        ADD 1 TO WS-PC-COUNT.
        MOVE WS-COMPETENCIA TO WS-PC-COMPETENCIA(WS-PC-COUNT).
        MOVE PA-PRONTUARIO TO WS-PC-PRONTUARIO(WS-PC-COUNT).
        MOVE PA-DEPENDENTE TO WS-PC-DEPENDENTE(WS-PC-COUNT).
        MOVE PA-CARTEIRINHA TO WS-PC-CARTEIRINHA(WS-PC-COUNT).
        MOVE PA-PLANO TO WS-PC-PLANO(WS-PC-COUNT).
        MOVE WS-IDADE TO WS-PC-IDADE(WS-PC-COUNT).
        MOVE WS-VALOR-VIDA TO WS-PC-VALOR(WS-PC-COUNT).
        MOVE WS-VALOR-EMPRESA TO WS-PC-EMPRESA(WS-PC-COUNT).
        MOVE WS-VALOR-EMPREGADO TO WS-PC-EMPREGADO(WS-PC-COUNT).
        MOVE WS-OPERADOR TO WS-PC-OPERADOR(WS-PC-COUNT).
        MOVE FUNCTION CURRENT-DATE(1:14) TO WS-PC-TS(WS-PC-COUNT).
        ADD 1 TO WS-QTD-COBRADA.
        ADD WS-VALOR-VIDA TO WS-TOTAL-CARRIER.
        ADD WS-VALOR-EMPRESA TO WS-TOTAL-EMPRESA.
        ADD WS-VALOR-EMPREGADO TO WS-TOTAL-EMPREGADO.

        REGISTRA-EXCECAO.
        ADD 1 TO WS-QTD-EXCECAO.
        MOVE SPACES TO RELATO-LINHA.
        STRING "  NAO COBRADO " PA-PRONTUARIO
            " DEP " PA-DEPENDENTE
            " CARTEIRINHA " PA-CARTEIRINHA
            " - " WS-MOTIVO
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        DISPLAY PA-PRONTUARIO " DEP " PA-DEPENDENTE
            " NAO COBRADO - " WS-MOTIVO.

        CARREGA-PRECOS.
        MOVE ZERO TO WS-PP-COUNT.
        MOVE "N" TO WS-PLANPREC-EOF.
        OPEN INPUT PLANPREC-FILE.
        IF WS-PLANPREC-STATUS = "00"
            PERFORM UNTIL PLANPREC-EOF
                READ PLANPREC-FILE
                    AT END
                        MOVE "Y" TO WS-PLANPREC-EOF
                    NOT AT END
                        PERFORM ACUMULA-PRECO
                END-READ
            END-PERFORM
            CLOSE PLANPREC-FILE
        END-IF.

        ACUMULA-PRECO.
        IF WS-PP-COUNT >= WS-PP-MAXIMO
            DISPLAY "AVISO: limite de " WS-PP-MAXIMO
                " faixas de preco atingido, plano " PP-PLANO
                " faixa " PP-IDADE-MIN " ignorada"
        ELSE
            ADD 1 TO WS-PP-COUNT
            MOVE PP-PLANO TO WS-PP-PLANO(WS-PP-COUNT)
            MOVE PP-IDADE-MIN TO WS-PP-IDADE-MIN(WS-PP-COUNT)
            MOVE PP-IDADE-MAX TO WS-PP-IDADE-MAX(WS-PP-COUNT)
            MOVE PP-VALOR TO WS-PP-VALOR(WS-PP-COUNT)
            MOVE PP-PERC-EMPREGADO TO WS-PP-PERC(WS-PP-COUNT)
        END-IF.

      * mantem as outras competencias; as vidas da competencia em
      * cobranca sao substituidas
        CARREGA-PLANCOB.
        MOVE ZERO TO WS-PC-COUNT.
        MOVE "N" TO WS-PC-OVERFLOW.
        MOVE "N" TO WS-PLANCOB-EOF.
        OPEN INPUT PLANCOB-FILE.
        IF WS-PLANCOB-STATUS = "00"
            PERFORM UNTIL PLANCOB-EOF
                READ PLANCOB-FILE
                    AT END
                        MOVE "Y" TO WS-PLANCOB-EOF
                    NOT AT END
                        IF PC-COMPETENCIA NOT = WS-COMPETENCIA
                            PERFORM ACUMULA-PLANCOB
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PLANCOB-FILE
        END-IF.
        IF PC-OVERFLOW
            DISPLAY "ERRO: PLANCOB.DAT tem mais de " WS-PC-MAXIMO
                " registros - cobranca recusada para nao perder"
                " registros na regravacao"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        ACUMULA-PLANCOB.
        IF WS-PC-COUNT >= WS-PC-MAXIMO
            MOVE "Y" TO WS-PC-OVERFLOW
        ELSE
            ADD 1 TO WS-PC-COUNT
            MOVE PC-COMPETENCIA TO WS-PC-COMPETENCIA(WS-PC-COUNT)
            MOVE PC-PRONTUARIO TO WS-PC-PRONTUARIO(WS-PC-COUNT)
            MOVE PC-DEPENDENTE TO WS-PC-DEPENDENTE(WS-PC-COUNT)
            MOVE PC-CARTEIRINHA TO WS-PC-CARTEIRINHA(WS-PC-COUNT)
            MOVE PC-PLANO TO WS-PC-PLANO(WS-PC-COUNT)
            MOVE PC-IDADE TO WS-PC-IDADE(WS-PC-COUNT)
            MOVE PC-VALOR TO WS-PC-VALOR(WS-PC-COUNT)
            MOVE PC-EMPRESA TO WS-PC-EMPRESA(WS-PC-COUNT)
            MOVE PC-EMPREGADO TO WS-PC-EMPREGADO(WS-PC-COUNT)
            MOVE PC-OPERADOR TO WS-PC-OPERADOR(WS-PC-COUNT)
            MOVE PC-TIMESTAMP TO WS-PC-TS(WS-PC-COUNT)
        END-IF.

        REGRAVA-PLANCOB.
        OPEN OUTPUT PLANCOB-FILE.
        IF WS-PLANCOB-STATUS NOT = "00"
            MOVE "PLANCOB" TO WS-ERR-ARQUIVO
            MOVE WS-PLANCOB-STATUS TO WS-ERR-STATUS
            MOVE "REGRAVA-PLANCOB" TO WS-ERR-PARAGRAFO
            PERFORM FINALIZA-ERRO-ARQUIVO
        END-IF.
        PERFORM VARYING WS-PC-IDX FROM 1 BY 1
            UNTIL WS-PC-IDX > WS-PC-COUNT
            MOVE SPACES TO PLANCOB-RECORD
            MOVE WS-PC-COMPETENCIA(WS-PC-IDX) TO PC-COMPETENCIA
            MOVE WS-PC-PRONTUARIO(WS-PC-IDX) TO PC-PRONTUARIO
            MOVE WS-PC-DEPENDENTE(WS-PC-IDX) TO PC-DEPENDENTE
            MOVE WS-PC-CARTEIRINHA(WS-PC-IDX) TO PC-CARTEIRINHA
            MOVE WS-PC-PLANO(WS-PC-IDX) TO PC-PLANO
            MOVE WS-PC-IDADE(WS-PC-IDX) TO PC-IDADE
            MOVE WS-PC-VALOR(WS-PC-IDX) TO PC-VALOR
            MOVE WS-PC-EMPRESA(WS-PC-IDX) TO PC-EMPRESA
            MOVE WS-PC-EMPREGADO(WS-PC-IDX) TO PC-EMPREGADO
            MOVE WS-PC-OPERADOR(WS-PC-IDX) TO PC-OPERADOR
            MOVE WS-PC-TS(WS-PC-IDX) TO PC-TIMESTAMP
            WRITE PLANCOB-RECORD
        END-PERFORM.
        CLOSE PLANCOB-FILE.

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
