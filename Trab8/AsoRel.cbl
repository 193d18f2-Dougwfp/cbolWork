      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio mensal de exames ocupacionais (ASO, NR-7)
      *          vencidos ou a vencer nos proximos 30 dias, por
      *          departamento. Para cada funcionario ativo: o
      *          periodico vence na data calculada pelo MANUTASO no
      *          ultimo exame; sem exame nenhum, o admissional esta
      *          pendente desde a admissao; afastamento por doenca ou
      *          acidente de 30 dias ou mais (AFAST.DAT) exige exame
      *          de retorno no dia da volta, pendente enquanto nao
      *          houver exame posterior ao inicio do afastamento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. ASOREL.

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
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EM-PRONTUARIO
            FILE STATUS IS WS-EMPMAST-STATUS.

            SELECT DEPTMAST-FILE ASSIGN TO "data/DEPTMAST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS DP-CODIGO
            FILE STATUS IS WS-DEPTMAST-STATUS.

            SELECT ASO-FILE ASSIGN TO "data/ASO.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ASO-STATUS.

            SELECT AFAST-FILE ASSIGN TO "data/AFAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AFAST-STATUS.

            SELECT RELATO-FILE ASSIGN TO "data/ASOREL.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RELATO-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  DEPTMAST-FILE.
        COPY "DEPTMAST.cpy".

        FD  ASO-FILE.
        COPY "ASO.cpy".

        FD  AFAST-FILE.
        COPY "AFAST.cpy".

        FD  RELATO-FILE.
        01 RELATO-LINHA PIC X(120).

        WORKING-STORAGE SECTION.
        COPY "AFASTWS.cpy".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-DEPTMAST-STATUS PIC XX VALUE "00".
        77 WS-ASO-STATUS PIC XX VALUE "00".
        77 WS-RELATO-STATUS PIC XX VALUE "00".
        77 WS-EMPMAST-EOF PIC X VALUE "N".
            88 EMPMAST-EOF VALUE "Y".
        77 WS-ASO-EOF PIC X VALUE "N".
            88 ASO-EOF VALUE "Y".
        77 WS-DEPTMAST-DISPONIVEL PIC X VALUE "N".
            88 DEPTMAST-DISPONIVEL VALUE "Y".
        77 WS-HOJE PIC 9(08) VALUE ZERO.
        77 WS-LIMITE PIC 9(08) VALUE ZERO.
        77 WS-DIAS-ALERTA PIC 9(03) VALUE 30.
        77 WS-DIAS-RETORNO PIC 9(03) VALUE 30.
        77 WS-ULTIMO-EXAME PIC 9(08) VALUE ZERO.
        77 WS-ULTIMO-PROXIMO PIC 9(08) VALUE ZERO.
        77 WS-ULTIMO-RESULTADO PIC X(01) VALUE SPACE.
        77 WS-VENCIMENTO PIC 9(08) VALUE ZERO.
        77 WS-PENDENCIA PIC X(12) VALUE SPACES.
        77 WS-EXAME-APOS PIC X VALUE "N".
            88 EXAME-APOS-AFASTAMENTO VALUE "Y".
        77 WS-DEPTO-ALVO PIC X(10) VALUE SPACES.
        77 WS-NOME-EMPREGADO PIC X(30) VALUE SPACES.
        77 WS-DIAS PIC 9(05) VALUE ZERO.
        77 WS-SITUACAO PIC X(09) VALUE SPACES.
        77 WS-OBSERVACAO PIC X(20) VALUE SPACES.
        77 WS-DESCRICAO PIC X(30) VALUE SPACES.
        77 WS-GESTOR PIC X(20) VALUE SPACES.
        77 WS-QTD-VENCIDOS PIC 9(05) VALUE ZERO.
        77 WS-QTD-A-VENCER PIC 9(05) VALUE ZERO.
        77 WS-AS-COUNT PIC 9(04) VALUE ZERO.
        77 WS-AS-IDX PIC 9(04) VALUE ZERO.
        77 WS-AS-MAXIMO PIC 9(04) VALUE 3000.
        77 WS-PD-COUNT PIC 9(04) VALUE ZERO.
        77 WS-PD-IDX PIC 9(04) VALUE ZERO.
        77 WS-PD-MAXIMO PIC 9(04) VALUE 2000.
        77 WS-DX-COUNT PIC 9(03) VALUE ZERO.
        77 WS-DX-IDX PIC 9(03) VALUE ZERO.
        77 WS-DX-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-DX-MAXIMO PIC 9(03) VALUE 100.
        01 WS-AS-TAB.
            05 WS-AS-ENTRY OCCURS 3000 TIMES.
                10 WS-AS-PRONTUARIO PIC X(08).
                10 WS-AS-TIPO PIC X(01).
                10 WS-AS-EXAME PIC 9(08).
                10 WS-AS-RESULTADO PIC X(01).
                10 WS-AS-PROXIMO PIC 9(08).
        01 WS-PD-TAB.
            05 WS-PD-ENTRY OCCURS 2000 TIMES.
                10 WS-PD-DEPTO PIC X(10).
                10 WS-PD-PRONTUARIO PIC X(08).
                10 WS-PD-NOME PIC X(30).
                10 WS-PD-PENDENCIA PIC X(12).
                10 WS-PD-VENCIMENTO PIC 9(08).
                10 WS-PD-OBSERVACAO PIC X(20).
        01 WS-DX-TAB.
            05 WS-DX-ENTRY OCCURS 100 TIMES.
                10 WS-DX-DEPTO PIC X(10).
                10 WS-DX-VENCIDOS PIC 9(05).
                10 WS-DX-A-VENCER PIC 9(05).

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
        COMPUTE WS-LIMITE = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE(WS-HOJE) + WS-DIAS-ALERTA).

        PERFORM CARREGA-EXAMES.
        PERFORM CARREGA-AFASTAMENTOS.

        OPEN INPUT EMPMAST-FILE.
        IF WS-EMPMAST-STATUS NOT = "00"
            DISPLAY "ERRO: cadastro de funcionarios indisponivel"
                " (status " WS-EMPMAST-STATUS ")"
            STOP RUN
        END-IF.
        PERFORM UNTIL EMPMAST-EOF
            READ EMPMAST-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-EMPMAST-EOF
                NOT AT END
                    IF EM-ATIVO
                        PERFORM AVALIA-EMPREGADO
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE EMPMAST-FILE.

        OPEN INPUT DEPTMAST-FILE.
        IF WS-DEPTMAST-STATUS = "00"
            MOVE "Y" TO WS-DEPTMAST-DISPONIVEL
        END-IF.

        OPEN EXTEND RELATO-FILE.
        IF WS-RELATO-STATUS = "35"
            OPEN OUTPUT RELATO-FILE
        END-IF.
        MOVE SPACES TO RELATO-LINHA.
        STRING "EXAMES OCUPACIONAIS (ASO) VENCIDOS OU A VENCER ATE "
            WS-LIMITE " - EMITIDO EM " FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        DISPLAY "EXAMES OCUPACIONAIS VENCIDOS OU A VENCER ATE "
            WS-LIMITE.

        PERFORM VARYING WS-DX-IDX FROM 1 BY 1
            UNTIL WS-DX-IDX > WS-DX-COUNT
            PERFORM RELATA-DEPARTAMENTO
        END-PERFORM.

        MOVE SPACES TO RELATO-LINHA.
        STRING "TOTAL VENCIDOS: " WS-QTD-VENCIDOS
            "   A VENCER EM " WS-DIAS-ALERTA " DIAS: "
            WS-QTD-A-VENCER
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        CLOSE RELATO-FILE.
        IF DEPTMAST-DISPONIVEL
            CLOSE DEPTMAST-FILE
        END-IF.

        IF WS-PD-COUNT = ZERO
            DISPLAY "NENHUM EXAME VENCIDO OU A VENCER NOS PROXIMOS "
                WS-DIAS-ALERTA " DIAS"
        END-IF.
        DISPLAY "TOTAL VENCIDOS: " WS-QTD-VENCIDOS
            " A VENCER: " WS-QTD-A-VENCER.
        STOP RUN.

      * o demissional encerra o ciclo e nao conta para o periodico
        AVALIA-EMPREGADO.
        MOVE ZERO TO WS-ULTIMO-EXAME WS-ULTIMO-PROXIMO.
        MOVE SPACE TO WS-ULTIMO-RESULTADO.
        PERFORM VARYING WS-AS-IDX FROM 1 BY 1
            UNTIL WS-AS-IDX > WS-AS-COUNT
            IF WS-AS-PRONTUARIO(WS-AS-IDX) = EM-PRONTUARIO
                AND WS-AS-TIPO(WS-AS-IDX) NOT = "D"
                AND WS-AS-EXAME(WS-AS-IDX) >= WS-ULTIMO-EXAME
                MOVE WS-AS-EXAME(WS-AS-IDX) TO WS-ULTIMO-EXAME
                MOVE WS-AS-PROXIMO(WS-AS-IDX) TO WS-ULTIMO-PROXIMO
                MOVE WS-AS-RESULTADO(WS-AS-IDX)
                    TO WS-ULTIMO-RESULTADO
            END-IF
        END-PERFORM.
        MOVE SPACES TO WS-OBSERVACAO.
        IF WS-ULTIMO-EXAME = ZERO
            MOVE "ADMISSIONAL" TO WS-PENDENCIA
            MOVE EM-DATA-ADMISSAO TO WS-VENCIMENTO
            MOVE "SEM EXAME REGISTRADO" TO WS-OBSERVACAO
        ELSE
            MOVE "PERIODICO" TO WS-PENDENCIA
            MOVE WS-ULTIMO-PROXIMO TO WS-VENCIMENTO
            IF WS-ULTIMO-RESULTADO = "I"
                MOVE "ULTIMO EXAME INAPTO" TO WS-OBSERVACAO
            END-IF
        END-IF.
        IF WS-VENCIMENTO > ZERO AND WS-VENCIMENTO <= WS-LIMITE
            PERFORM REGISTRA-PENDENCIA
        END-IF.
        MOVE EM-PRONTUARIO TO WS-AF-ALVO.
        PERFORM VARYING WS-AF-IDX FROM 1 BY 1
            UNTIL WS-AF-IDX > WS-AF-COUNT
            IF WS-AF-PRONTUARIO(WS-AF-IDX) = WS-AF-ALVO
                AND (WS-AF-TIPO(WS-AF-IDX) = "D"
                    OR WS-AF-TIPO(WS-AF-IDX) = "A")
                AND WS-AF-RETORNO(WS-AF-IDX) > ZERO
                AND WS-AF-RETORNO(WS-AF-IDX) <= WS-LIMITE
                AND WS-AF-FIM-NUM(WS-AF-IDX) + 1
                    - WS-AF-INI-NUM(WS-AF-IDX) >= WS-DIAS-RETORNO
                PERFORM AVALIA-RETORNO
            END-IF
        END-PERFORM.

      * exame de qualquer tipo feito depois do inicio do afastamento
      * (retorno, periodico, mudanca de riscos) atende a volta
        AVALIA-RETORNO.
        MOVE "N" TO WS-EXAME-APOS.
        PERFORM VARYING WS-AS-IDX FROM 1 BY 1
            UNTIL WS-AS-IDX > WS-AS-COUNT
            IF WS-AS-PRONTUARIO(WS-AS-IDX) = EM-PRONTUARIO
                AND WS-AS-TIPO(WS-AS-IDX) NOT = "D"
                AND WS-AS-EXAME(WS-AS-IDX) >= WS-AF-INICIO(WS-AF-IDX)
                MOVE "Y" TO WS-EXAME-APOS
            END-IF
        END-PERFORM.
        IF NOT EXAME-APOS-AFASTAMENTO
            MOVE "RETORNO" TO WS-PENDENCIA
            MOVE WS-AF-RETORNO(WS-AF-IDX) TO WS-VENCIMENTO
            MOVE SPACES TO WS-OBSERVACAO
            STRING "AFASTADO DESDE " WS-AF-INICIO(WS-AF-IDX)
                DELIMITED BY SIZE INTO WS-OBSERVACAO
            PERFORM REGISTRA-PENDENCIA
        END-IF.

        REGISTRA-PENDENCIA.
        MOVE EM-DEPARTAMENTO TO WS-DEPTO-ALVO.
        IF WS-DEPTO-ALVO = SPACES
            MOVE "SEM DEPTO" TO WS-DEPTO-ALVO
        END-IF.
        PERFORM LOCALIZA-DEPARTAMENTO.
        IF WS-DX-ACHOU > ZERO
            IF WS-PD-COUNT >= WS-PD-MAXIMO
                DISPLAY "AVISO: limite de " WS-PD-MAXIMO
                    " pendencias atingido, " EM-PRONTUARIO
                    " ignorado"
            ELSE
                ADD 1 TO WS-PD-COUNT
                MOVE WS-DEPTO-ALVO TO WS-PD-DEPTO(WS-PD-COUNT)
                MOVE EM-PRONTUARIO TO WS-PD-PRONTUARIO(WS-PD-COUNT)
                MOVE SPACES TO WS-NOME-EMPREGADO
                STRING EM-NOME DELIMITED BY SPACE
                    " " EM-SOBRENOME DELIMITED BY SIZE
                    INTO WS-NOME-EMPREGADO
                MOVE WS-NOME-EMPREGADO TO WS-PD-NOME(WS-PD-COUNT)
                MOVE WS-PENDENCIA TO WS-PD-PENDENCIA(WS-PD-COUNT)
                MOVE WS-VENCIMENTO TO WS-PD-VENCIMENTO(WS-PD-COUNT)
                MOVE WS-OBSERVACAO TO WS-PD-OBSERVACAO(WS-PD-COUNT)
                IF WS-VENCIMENTO < WS-HOJE
                    ADD 1 TO WS-DX-VENCIDOS(WS-DX-ACHOU)
                    ADD 1 TO WS-QTD-VENCIDOS
                ELSE
                    ADD 1 TO WS-DX-A-VENCER(WS-DX-ACHOU)
                    ADD 1 TO WS-QTD-A-VENCER
                END-IF
            END-IF
        END-IF.

        LOCALIZA-DEPARTAMENTO.
        MOVE ZERO TO WS-DX-ACHOU.
        PERFORM VARYING WS-DX-IDX FROM 1 BY 1
            UNTIL WS-DX-IDX > WS-DX-COUNT
            IF WS-DX-DEPTO(WS-DX-IDX) = WS-DEPTO-ALVO
                MOVE WS-DX-IDX TO WS-DX-ACHOU
            END-IF
        END-PERFORM.
        IF WS-DX-ACHOU = ZERO
            IF WS-DX-COUNT >= WS-DX-MAXIMO
                DISPLAY "AVISO: limite de " WS-DX-MAXIMO
                    " departamentos atingido, " WS-DEPTO-ALVO
                    " ignorado"
            ELSE
                ADD 1 TO WS-DX-COUNT
                MOVE WS-DX-COUNT TO WS-DX-ACHOU
                MOVE WS-DEPTO-ALVO TO WS-DX-DEPTO(WS-DX-ACHOU)
                MOVE ZERO TO WS-DX-VENCIDOS(WS-DX-ACHOU)
                    WS-DX-A-VENCER(WS-DX-ACHOU)
            END-IF
        END-IF.

        RELATA-DEPARTAMENTO.
        MOVE SPACES TO WS-DESCRICAO WS-GESTOR.
        IF DEPTMAST-DISPONIVEL
            MOVE WS-DX-DEPTO(WS-DX-IDX) TO DP-CODIGO
            READ DEPTMAST-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE DP-DESCRICAO TO WS-DESCRICAO
                    MOVE DP-RESPONSAVEL TO WS-GESTOR
            END-READ
        END-IF.
        MOVE SPACES TO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE SPACES TO RELATO-LINHA.
        STRING "DEPARTAMENTO " WS-DX-DEPTO(WS-DX-IDX) " "
            WS-DESCRICAO " RESPONSAVEL " WS-GESTOR
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        DISPLAY RELATO-LINHA.
        MOVE SPACES TO RELATO-LINHA.
        STRING "PRONTUARIO NOME                           EXAME"
            "        VENCIMENTO SITUACAO  DIAS  OBSERVACAO"
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        PERFORM VARYING WS-PD-IDX FROM 1 BY 1
            UNTIL WS-PD-IDX > WS-PD-COUNT
            IF WS-PD-DEPTO(WS-PD-IDX) = WS-DX-DEPTO(WS-DX-IDX)
                PERFORM RELATA-PENDENCIA
            END-IF
        END-PERFORM.
        MOVE SPACES TO RELATO-LINHA.
        STRING "  SUBTOTAL " WS-DX-DEPTO(WS-DX-IDX)
            " VENCIDOS: " WS-DX-VENCIDOS(WS-DX-IDX)
            " A VENCER: " WS-DX-A-VENCER(WS-DX-IDX)
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

        RELATA-PENDENCIA.
        IF WS-PD-VENCIMENTO(WS-PD-IDX) < WS-HOJE
            MOVE "VENCIDO" TO WS-SITUACAO
            COMPUTE WS-DIAS = FUNCTION INTEGER-OF-DATE(WS-HOJE)
                - FUNCTION INTEGER-OF-DATE
                    (WS-PD-VENCIMENTO(WS-PD-IDX))
        ELSE
            MOVE "A VENCER" TO WS-SITUACAO
            COMPUTE WS-DIAS = FUNCTION INTEGER-OF-DATE
                    (WS-PD-VENCIMENTO(WS-PD-IDX))
                - FUNCTION INTEGER-OF-DATE(WS-HOJE)
        END-IF.
        MOVE SPACES TO RELATO-LINHA.
        STRING WS-PD-PRONTUARIO(WS-PD-IDX) "   "
            WS-PD-NOME(WS-PD-IDX) " "
            WS-PD-PENDENCIA(WS-PD-IDX) " "
            WS-PD-VENCIMENTO(WS-PD-IDX) "   "
            WS-SITUACAO " " WS-DIAS " "
            WS-PD-OBSERVACAO(WS-PD-IDX)
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        DISPLAY WS-PD-PRONTUARIO(WS-PD-IDX) " "
            WS-PD-PENDENCIA(WS-PD-IDX) " "
            WS-PD-VENCIMENTO(WS-PD-IDX) " " WS-SITUACAO
            " (" WS-DIAS " DIAS)".

      * so os exames ativos; o cancelado nao conta
        CARREGA-EXAMES.
        MOVE ZERO TO WS-AS-COUNT.
        MOVE "N" TO WS-ASO-EOF.
        OPEN INPUT ASO-FILE.
        IF WS-ASO-STATUS = "00"
            PERFORM UNTIL ASO-EOF
                READ ASO-FILE
                    AT END
                        MOVE "Y" TO WS-ASO-EOF
                    NOT AT END
                        IF AS-ATIVO
                            PERFORM ACUMULA-EXAME
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ASO-FILE
        END-IF.

        ACUMULA-EXAME.
        IF WS-AS-COUNT >= WS-AS-MAXIMO
            DISPLAY "AVISO: limite de " WS-AS-MAXIMO
                " exames atingido, " AS-PRONTUARIO " ignorado"
        ELSE
            ADD 1 TO WS-AS-COUNT
            MOVE AS-PRONTUARIO TO WS-AS-PRONTUARIO(WS-AS-COUNT)
            MOVE AS-TIPO TO WS-AS-TIPO(WS-AS-COUNT)
            MOVE AS-DATA-EXAME TO WS-AS-EXAME(WS-AS-COUNT)
            MOVE AS-RESULTADO TO WS-AS-RESULTADO(WS-AS-COUNT)
            MOVE AS-DATA-PROXIMO TO WS-AS-PROXIMO(WS-AS-COUNT)
        END-IF.

        COPY "AFASTCAL.cpy".
