      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio mensal de horas extras por departamento -
      *          para a competencia pedida confronta as horas
      *          autorizadas pelos gestores (HEAUTOR.DAT) com as
      *          trabalhadas (liberadas no lote do ponto mais as
      *          retidas em HEPEND.DAT aguardando ou recusadas pelo
      *          gestor) e com as pagas e bancadas pela folha
      *          (RESFOLHA.DAT), apontando os departamentos em que se
      *          trabalhou mais hora extra do que foi autorizado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. RELEXTRA.

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

            SELECT DEPTMAST-FILE ASSIGN TO "data/DEPTMAST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS DP-CODIGO
            FILE STATUS IS WS-DEPTMAST-STATUS.

            SELECT HEAUTOR-FILE ASSIGN TO "data/HEAUTOR.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HEAUTOR-STATUS.

            SELECT HEPEND-FILE ASSIGN TO "data/HEPEND.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HEPEND-STATUS.

            SELECT TIMESHEET-FILE ASSIGN TO "data/TIMESHT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TSHEET-STATUS.

            SELECT RESFOLHA-FILE ASSIGN TO "data/RESFOLHA.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RF-CHAVE
            FILE STATUS IS WS-RESFOLHA-STATUS.

            SELECT RELATO-FILE ASSIGN TO "data/RELEXTRA.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RELATO-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  DEPTMAST-FILE.
        COPY "DEPTMAST.cpy".

        FD  HEAUTOR-FILE.
        COPY "HEAUTOR.cpy".

        FD  HEPEND-FILE.
        COPY "HEPEND.cpy".

        FD  TIMESHEET-FILE.
        COPY "TSHEET.cpy".

        FD  RESFOLHA-FILE.
        COPY "RESFOLHA.cpy".

        FD  RELATO-FILE.
        01 RELATO-LINHA PIC X(132).

        WORKING-STORAGE SECTION.
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-DEPTMAST-STATUS PIC XX VALUE "00".
        77 WS-HEAUTOR-STATUS PIC XX VALUE "00".
        77 WS-HEPEND-STATUS PIC XX VALUE "00".
        77 WS-TSHEET-STATUS PIC XX VALUE "00".
        77 WS-RESFOLHA-STATUS PIC XX VALUE "00".
        77 WS-RELATO-STATUS PIC XX VALUE "00".
        77 WS-EOF PIC X VALUE "N".
            88 FIM-ARQUIVO VALUE "Y".
        77 WS-DEPTMAST-DISPONIVEL PIC X VALUE "N".
            88 DEPTMAST-DISPONIVEL VALUE "Y".
        77 WS-COMPETENCIA PIC 9(06) VALUE ZERO.
        77 WS-COMP-REG PIC 9(06) VALUE ZERO.
        77 WS-LOTE-DA-COMP PIC X VALUE "N".
            88 LOTE-DA-COMP VALUE "Y".
        77 WS-PRONT-ALVO PIC X(08) VALUE SPACES.
        77 WS-DEPTO-ALVO PIC X(10) VALUE SPACES.
        77 WS-HORAS PIC 9(05) VALUE ZERO.
        77 WS-DX-COUNT PIC 9(03) VALUE ZERO.
        77 WS-DX-IDX PIC 9(03) VALUE ZERO.
        77 WS-DX-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-DX-MAXIMO PIC 9(03) VALUE 100.
        77 WS-EX-COUNT PIC 9(04) VALUE ZERO.
        77 WS-EX-IDX PIC 9(04) VALUE ZERO.
        77 WS-EX-ACHOU PIC 9(04) VALUE ZERO.
        77 WS-EX-MAXIMO PIC 9(04) VALUE 2000.
        77 WS-TRABALHADAS PIC 9(05) VALUE ZERO.
        77 WS-MARCA PIC X(07) VALUE SPACES.
        77 WS-QTD-EXCEDE PIC 9(03) VALUE ZERO.
        77 WS-GESTOR PIC X(20) VALUE SPACES.
        01 WS-DX-TAB.
            05 WS-DX-ENTRY OCCURS 100 TIMES.
                10 WS-DX-DEPTO PIC X(10).
                10 WS-DX-AUTORIZADAS PIC 9(05).
                10 WS-DX-LIBERADAS PIC 9(05).
                10 WS-DX-RETIDAS PIC 9(05).
                10 WS-DX-RECUSADAS PIC 9(05).
                10 WS-DX-PAGAS PIC 9(05).
                10 WS-DX-BANCADAS PIC 9(05).
        01 WS-EX-TAB.
            05 WS-EX-ENTRY OCCURS 2000 TIMES.
                10 WS-EX-PRONTUARIO PIC X(08).
                10 WS-EX-DEPTO PIC X(10).
        01 WS-TOTAIS.
            05 WS-TOT-AUTORIZADAS PIC 9(06) VALUE ZERO.
            05 WS-TOT-TRABALHADAS PIC 9(06) VALUE ZERO.
            05 WS-TOT-RETIDAS PIC 9(06) VALUE ZERO.
            05 WS-TOT-RECUSADAS PIC 9(06) VALUE ZERO.
            05 WS-TOT-PAGAS PIC 9(06) VALUE ZERO.
            05 WS-TOT-BANCADAS PIC 9(06) VALUE ZERO.

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        DISPLAY "Digite a competencia (AAAAMM): " NO ADVANCING.
        ACCEPT WS-COMPETENCIA.

        OPEN INPUT EMPMAST-FILE.
        IF WS-EMPMAST-STATUS NOT = "00"
            DISPLAY "ERRO: cadastro de funcionarios indisponivel"
                " (status " WS-EMPMAST-STATUS ")"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE "N" TO WS-DEPTMAST-DISPONIVEL.
        OPEN INPUT DEPTMAST-FILE.
        IF WS-DEPTMAST-STATUS = "00"
            MOVE "Y" TO WS-DEPTMAST-DISPONIVEL
        END-IF.

        PERFORM APURA-LOTE-DO-PONTO.
        PERFORM APURA-RETIDAS.
        PERFORM APURA-AUTORIZADAS.
        PERFORM APURA-RESULTADO-FOLHA.

        OPEN EXTEND RELATO-FILE.
        IF WS-RELATO-STATUS = "35"
            OPEN OUTPUT RELATO-FILE
        END-IF.
        MOVE SPACES TO RELATO-LINHA.
        IF LOTE-DA-COMP
            STRING "HORAS EXTRAS POR DEPARTAMENTO - COMPETENCIA "
                WS-COMPETENCIA " - TRABALHADAS = LOTE DO PONTO +"
                " RETIDAS + RECUSADAS - "
                FUNCTION CURRENT-DATE(1:14)
                DELIMITED BY SIZE INTO RELATO-LINHA
        ELSE
            STRING "HORAS EXTRAS POR DEPARTAMENTO - COMPETENCIA "
                WS-COMPETENCIA " - TRABALHADAS = PAGAS + BANCADAS +"
                " RETIDAS + RECUSADAS - "
                FUNCTION CURRENT-DATE(1:14)
                DELIMITED BY SIZE INTO RELATO-LINHA
        END-IF.
        WRITE RELATO-LINHA.
        DISPLAY RELATO-LINHA.

        PERFORM VARYING WS-DX-IDX FROM 1 BY 1
            UNTIL WS-DX-IDX > WS-DX-COUNT
            PERFORM RELATA-DEPARTAMENTO
        END-PERFORM.

        MOVE SPACES TO RELATO-LINHA.
        STRING "TOTAIS: COMPETENCIA=" WS-COMPETENCIA
            " AUTORIZ=" WS-TOT-AUTORIZADAS
            " TRAB=" WS-TOT-TRABALHADAS
            " RETID=" WS-TOT-RETIDAS
            " RECUS=" WS-TOT-RECUSADAS
            " PAGAS=" WS-TOT-PAGAS
            " BANC=" WS-TOT-BANCADAS
            " ACIMA=" WS-QTD-EXCEDE
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        DISPLAY RELATO-LINHA.
        CLOSE RELATO-FILE.

        IF DEPTMAST-DISPONIVEL
            CLOSE DEPTMAST-FILE
        END-IF.
        CLOSE EMPMAST-FILE.
        STOP RUN.

      * retidas = ainda aguardando o gestor ("P") ou aprovadas e nao
      * liberadas de novo ("A"); as "L" ja estao no lote do ponto
        RELATA-DEPARTAMENTO.
        IF LOTE-DA-COMP
            COMPUTE WS-TRABALHADAS = WS-DX-LIBERADAS(WS-DX-IDX)
                + WS-DX-RETIDAS(WS-DX-IDX)
                + WS-DX-RECUSADAS(WS-DX-IDX)
        ELSE
            COMPUTE WS-TRABALHADAS = WS-DX-PAGAS(WS-DX-IDX)
                + WS-DX-BANCADAS(WS-DX-IDX)
                + WS-DX-RETIDAS(WS-DX-IDX)
                + WS-DX-RECUSADAS(WS-DX-IDX)
        END-IF.
        MOVE SPACES TO WS-MARCA.
        IF WS-TRABALHADAS > WS-DX-AUTORIZADAS(WS-DX-IDX)
            MOVE " ACIMA" TO WS-MARCA
            ADD 1 TO WS-QTD-EXCEDE
        END-IF.
        MOVE SPACES TO WS-GESTOR.
        IF DEPTMAST-DISPONIVEL
            MOVE WS-DX-DEPTO(WS-DX-IDX) TO DP-CODIGO
            READ DEPTMAST-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE DP-RESPONSAVEL TO WS-GESTOR
            END-READ
        END-IF.
        ADD WS-DX-AUTORIZADAS(WS-DX-IDX) TO WS-TOT-AUTORIZADAS.
        ADD WS-TRABALHADAS TO WS-TOT-TRABALHADAS.
        ADD WS-DX-RETIDAS(WS-DX-IDX) TO WS-TOT-RETIDAS.
        ADD WS-DX-RECUSADAS(WS-DX-IDX) TO WS-TOT-RECUSADAS.
        ADD WS-DX-PAGAS(WS-DX-IDX) TO WS-TOT-PAGAS.
        ADD WS-DX-BANCADAS(WS-DX-IDX) TO WS-TOT-BANCADAS.
        MOVE SPACES TO RELATO-LINHA.
        STRING WS-DX-DEPTO(WS-DX-IDX) " " WS-GESTOR
            " AUTORIZADAS=" WS-DX-AUTORIZADAS(WS-DX-IDX)
            " TRABALHADAS=" WS-TRABALHADAS
            " RETIDAS=" WS-DX-RETIDAS(WS-DX-IDX)
            " RECUSADAS=" WS-DX-RECUSADAS(WS-DX-IDX)
            " PAGAS=" WS-DX-PAGAS(WS-DX-IDX)
            " BANCADAS=" WS-DX-BANCADAS(WS-DX-IDX)
            WS-MARCA
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        DISPLAY RELATO-LINHA.

      * o TIMESHT.DAT guarda so o ultimo lote liberado; se for de
      * outra competencia as liberadas saem do resultado da folha
        APURA-LOTE-DO-PONTO.
        MOVE "N" TO WS-LOTE-DA-COMP.
        MOVE "N" TO WS-EOF.
        OPEN INPUT TIMESHEET-FILE.
        IF WS-TSHEET-STATUS = "00"
            PERFORM UNTIL FIM-ARQUIVO
                READ TIMESHEET-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF TL-LOTE-HEADER OR TL-LOTE-TRAILER
                            CONTINUE
                        ELSE
                            IF TS-COMPETENCIA = WS-COMPETENCIA
                                PERFORM ACUMULA-LIBERADA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TIMESHEET-FILE
        END-IF.

        ACUMULA-LIBERADA.
        MOVE "Y" TO WS-LOTE-DA-COMP.
        MOVE TS-PRONTUARIO TO WS-PRONT-ALVO.
        MOVE TS-DEPARTAMENTO TO WS-DEPTO-ALVO.
        PERFORM REGISTRA-EMPREGADO.
        PERFORM LOCALIZA-DEPARTAMENTO.
        IF WS-DX-ACHOU > ZERO
            ADD TS-HORAS-EXTRA TS-HORAS-EXTRA-DR
                TO WS-DX-LIBERADAS(WS-DX-ACHOU)
        END-IF.

        APURA-RETIDAS.
        MOVE "N" TO WS-EOF.
        OPEN INPUT HEPEND-FILE.
        IF WS-HEPEND-STATUS = "00"
            PERFORM UNTIL FIM-ARQUIVO
                READ HEPEND-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF HP-COMPETENCIA = WS-COMPETENCIA
                            AND NOT HP-LIBERADA
                            PERFORM ACUMULA-RETIDA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HEPEND-FILE
        END-IF.

        ACUMULA-RETIDA.
        MOVE HP-PRONTUARIO TO WS-PRONT-ALVO.
        MOVE HP-DEPARTAMENTO TO WS-DEPTO-ALVO.
        PERFORM REGISTRA-EMPREGADO.
        PERFORM LOCALIZA-DEPARTAMENTO.
        IF WS-DX-ACHOU > ZERO
            COMPUTE WS-HORAS = HP-HORAS-EXTRA + HP-HORAS-EXTRA-DR
            IF HP-RECUSADA
                ADD WS-HORAS TO WS-DX-RECUSADAS(WS-DX-ACHOU)
            ELSE
                ADD WS-HORAS TO WS-DX-RETIDAS(WS-DX-ACHOU)
            END-IF
        END-IF.

        APURA-AUTORIZADAS.
        MOVE "N" TO WS-EOF.
        OPEN INPUT HEAUTOR-FILE.
        IF WS-HEAUTOR-STATUS = "00"
            PERFORM UNTIL FIM-ARQUIVO
                READ HEAUTOR-FILE
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        COMPUTE WS-COMP-REG = HA-DATA-INICIO / 100
                        IF HA-ATIVA AND WS-COMP-REG = WS-COMPETENCIA
                            PERFORM ACUMULA-AUTORIZADA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HEAUTOR-FILE
        ELSE
            DISPLAY "AVISO: HEAUTOR.DAT indisponivel (status "
                WS-HEAUTOR-STATUS ") - nenhuma hora autorizada"
        END-IF.

        ACUMULA-AUTORIZADA.
        MOVE HA-DEPARTAMENTO TO WS-DEPTO-ALVO.
        IF WS-DEPTO-ALVO = SPACES
            MOVE HA-PRONTUARIO TO WS-PRONT-ALVO
            PERFORM REGISTRA-EMPREGADO
        END-IF.
        PERFORM LOCALIZA-DEPARTAMENTO.
        IF WS-DX-ACHOU > ZERO
            ADD HA-HORAS TO WS-DX-AUTORIZADAS(WS-DX-ACHOU)
        END-IF.

      * HEXTRAS sao as extras pagas (1,5 e domingo/feriado) e BHCRED
      * as creditadas no banco de horas pelo calculo mensal
        APURA-RESULTADO-FOLHA.
        MOVE "N" TO WS-EOF.
        OPEN INPUT RESFOLHA-FILE.
        IF WS-RESFOLHA-STATUS NOT = "00"
            DISPLAY "AVISO: RESFOLHA.DAT indisponivel (status "
                WS-RESFOLHA-STATUS ") - pagas/bancadas zeradas"
        ELSE
            MOVE LOW-VALUES TO RF-CHAVE
            MOVE WS-COMPETENCIA TO RF-COMPETENCIA
            START RESFOLHA-FILE KEY IS NOT LESS THAN RF-CHAVE
                INVALID KEY
                    MOVE "Y" TO WS-EOF
            END-START
            PERFORM UNTIL FIM-ARQUIVO
                READ RESFOLHA-FILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-EOF
                    NOT AT END
                        IF RF-COMPETENCIA NOT = WS-COMPETENCIA
                            MOVE "Y" TO WS-EOF
                        ELSE
                            PERFORM CONSIDERA-RESULTADO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RESFOLHA-FILE
        END-IF.

        CONSIDERA-RESULTADO.
        IF RF-NORMAL AND (RF-CODIGO = "HEXTRAS" OR "BHCRED")
            AND RF-VALOR > ZERO
            MOVE RF-PRONTUARIO TO WS-PRONT-ALVO
            MOVE SPACES TO WS-DEPTO-ALVO
            PERFORM REGISTRA-EMPREGADO
            PERFORM LOCALIZA-DEPARTAMENTO
            IF WS-DX-ACHOU > ZERO
                MOVE RF-VALOR TO WS-HORAS
                IF RF-CODIGO = "HEXTRAS"
                    ADD WS-HORAS TO WS-DX-PAGAS(WS-DX-ACHOU)
                ELSE
                    ADD WS-HORAS TO WS-DX-BANCADAS(WS-DX-ACHOU)
                END-IF
            END-IF
        END-IF.

      * cada prontuario fica num so departamento no relatorio: o do
      * lote do ponto ou da retencao quando informado, senao o do
      * cadastro. Volta em WS-DEPTO-ALVO o departamento registrado.
        REGISTRA-EMPREGADO.
        MOVE ZERO TO WS-EX-ACHOU.
        PERFORM VARYING WS-EX-IDX FROM 1 BY 1
            UNTIL WS-EX-IDX > WS-EX-COUNT
            IF WS-EX-PRONTUARIO(WS-EX-IDX) = WS-PRONT-ALVO
                MOVE WS-EX-IDX TO WS-EX-ACHOU
            END-IF
        END-PERFORM.
        IF WS-EX-ACHOU > ZERO
            MOVE WS-EX-DEPTO(WS-EX-ACHOU) TO WS-DEPTO-ALVO
        ELSE
            IF WS-DEPTO-ALVO = SPACES
                MOVE WS-PRONT-ALVO TO EM-PRONTUARIO
                READ EMPMAST-FILE
                    INVALID KEY
                        MOVE "SEM DEPTO" TO WS-DEPTO-ALVO
                    NOT INVALID KEY
                        MOVE EM-DEPARTAMENTO TO WS-DEPTO-ALVO
                END-READ
            END-IF
            IF WS-EX-COUNT < WS-EX-MAXIMO
                ADD 1 TO WS-EX-COUNT
                MOVE WS-PRONT-ALVO TO WS-EX-PRONTUARIO(WS-EX-COUNT)
                MOVE WS-DEPTO-ALVO TO WS-EX-DEPTO(WS-EX-COUNT)
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
                MOVE ZERO TO WS-DX-AUTORIZADAS(WS-DX-ACHOU)
                    WS-DX-LIBERADAS(WS-DX-ACHOU)
                    WS-DX-RETIDAS(WS-DX-ACHOU)
                    WS-DX-RECUSADAS(WS-DX-ACHOU)
                    WS-DX-PAGAS(WS-DX-ACHOU)
                    WS-DX-BANCADAS(WS-DX-ACHOU)
            END-IF
        END-IF.
