      ******************************************************************
      * Author:
      * Date:
      * Purpose: Alerta de declaracoes de outro vinculo (multiplos
      *          vinculos, VINCEXT.DAT) - lista as declaracoes ativas
      *          do ano corrente dos funcionarios ativos que vencem
      *          no fim do ano (ou ja venceram) sem uma declaracao
      *          posterior do mesmo empregador. Sem renovacao o
      *          TRAB1 volta a reter o INSS como vinculo unico.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. VINCALRT.

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

            SELECT VINCEXT-FILE ASSIGN TO "data/VINCEXT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VINCEXT-STATUS.

            SELECT ALERTA-FILE ASSIGN TO "data/VINCALRT.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ALERTA-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  VINCEXT-FILE.
        COPY "VINCEXT.cpy".

        FD  ALERTA-FILE.
        01 ALERTA-LINHA PIC X(100).

        WORKING-STORAGE SECTION.
        COPY "INSSTAB.cpy".
        COPY "VINCWS.cpy".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-ALERTA-STATUS PIC XX VALUE "00".
        77 WS-HOJE PIC 9(08) VALUE ZERO.
        77 WS-COMP-ATUAL PIC 9(06) VALUE ZERO.
        77 WS-ANO PIC 9(04) VALUE ZERO.
        77 WS-COMP-JANEIRO PIC 9(06) VALUE ZERO.
        77 WS-COMP-DEZEMBRO PIC 9(06) VALUE ZERO.
        77 WS-IDX-OUTRO PIC 9(04) VALUE ZERO.
        77 WS-RENOVADA PIC X VALUE "N".
            88 DECLARACAO-RENOVADA VALUE "Y".
        77 WS-SITUACAO PIC X(40) VALUE SPACES.
        77 WS-QTD-VENCENDO PIC 9(05) VALUE ZERO.
        77 WS-QTD-VENCIDAS PIC 9(05) VALUE ZERO.
        77 WS-QTD-ALERTAS PIC 9(05) VALUE ZERO.

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
        COMPUTE WS-COMP-ATUAL = WS-HOJE / 100.
        COMPUTE WS-ANO = WS-HOJE / 10000.
        COMPUTE WS-COMP-JANEIRO = WS-ANO * 100 + 1.
        COMPUTE WS-COMP-DEZEMBRO = WS-ANO * 100 + 12.

        PERFORM CARREGA-VINCULOS.

        OPEN INPUT EMPMAST-FILE.
        IF WS-EMPMAST-STATUS NOT = "00"
            DISPLAY "ERRO: cadastro de funcionarios indisponivel"
                " (status " WS-EMPMAST-STATUS ")"
            STOP RUN
        END-IF.

        OPEN EXTEND ALERTA-FILE.
        IF WS-ALERTA-STATUS = "35"
            OPEN OUTPUT ALERTA-FILE
        END-IF.
        MOVE SPACES TO ALERTA-LINHA.
        STRING "ALERTA DE DECLARACOES DE OUTRO VINCULO - ANO " WS-ANO
            " - " FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO ALERTA-LINHA.
        WRITE ALERTA-LINHA.

        DISPLAY "ALERTA DE DECLARACOES DE OUTRO VINCULO".
        PERFORM VARYING WS-VX-IDX FROM 1 BY 1
            UNTIL WS-VX-IDX > WS-VX-COUNT
            IF WS-VX-FIM(WS-VX-IDX) >= WS-COMP-JANEIRO
                AND WS-VX-FIM(WS-VX-IDX) <= WS-COMP-DEZEMBRO
                PERFORM AVALIA-DECLARACAO
            END-IF
        END-PERFORM.

        CLOSE EMPMAST-FILE.

        MOVE SPACES TO ALERTA-LINHA.
        STRING "TOTAL DE ALERTAS: " WS-QTD-ALERTAS
            " (VENCENDO: " WS-QTD-VENCENDO
            " VENCIDAS: " WS-QTD-VENCIDAS ")"
            DELIMITED BY SIZE INTO ALERTA-LINHA.
        WRITE ALERTA-LINHA.
        CLOSE ALERTA-FILE.

        IF WS-QTD-ALERTAS = ZERO
            DISPLAY "NENHUMA DECLARACAO DE OUTRO VINCULO VENCENDO"
        END-IF.
        DISPLAY "TOTAL DE ALERTAS: " WS-QTD-ALERTAS.
        STOP RUN.

      * renovada: ha declaracao ativa do mesmo empregador comecando
      * depois do fim desta; funcionario desligado nao interessa
        AVALIA-DECLARACAO.
        MOVE "N" TO WS-RENOVADA.
        PERFORM VARYING WS-IDX-OUTRO FROM 1 BY 1
            UNTIL WS-IDX-OUTRO > WS-VX-COUNT
            IF WS-VX-PRONTUARIO(WS-IDX-OUTRO)
                    = WS-VX-PRONTUARIO(WS-VX-IDX)
                AND WS-VX-CNPJ(WS-IDX-OUTRO) = WS-VX-CNPJ(WS-VX-IDX)
                AND WS-VX-INICIO(WS-IDX-OUTRO) > WS-VX-FIM(WS-VX-IDX)
                MOVE "Y" TO WS-RENOVADA
            END-IF
        END-PERFORM.
        IF NOT DECLARACAO-RENOVADA
            MOVE WS-VX-PRONTUARIO(WS-VX-IDX) TO EM-PRONTUARIO
            READ EMPMAST-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF EM-ATIVO
                        PERFORM RELATA-DECLARACAO
                    END-IF
            END-READ
        END-IF.

        RELATA-DECLARACAO.
        IF WS-VX-FIM(WS-VX-IDX) < WS-COMP-ATUAL
            MOVE "VENCIDA - INSS RETIDO SEM O LIMITE"
                TO WS-SITUACAO
            ADD 1 TO WS-QTD-VENCIDAS
        ELSE
            MOVE "VENCE - PEDIR DECLARACAO DO NOVO ANO"
                TO WS-SITUACAO
            ADD 1 TO WS-QTD-VENCENDO
        END-IF.
        ADD 1 TO WS-QTD-ALERTAS.
        MOVE SPACES TO ALERTA-LINHA.
        STRING EM-PRONTUARIO " " EM-NOME " "
            WS-VX-CNPJ(WS-VX-IDX) " " WS-VX-FIM(WS-VX-IDX) " "
            WS-SITUACAO
            DELIMITED BY SIZE INTO ALERTA-LINHA.
        WRITE ALERTA-LINHA.
        DISPLAY EM-PRONTUARIO " " WS-VX-CNPJ(WS-VX-IDX) " "
            WS-VX-FIM(WS-VX-IDX) " " WS-SITUACAO.

        COPY "VINCCAL.cpy".
