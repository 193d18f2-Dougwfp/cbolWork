      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio mensal de estabilidades provisorias a
      *          vencer - lista as estabilidades ativas de
      *          ESTABIL.DAT (gestante, CIPA, acidente de trabalho,
      *          dirigente sindical, pre-aposentadoria) cujo fim cai
      *          nos proximos 60 dias, com os dias restantes, para o
      *          RH planejar a partir de quando o desligamento deixa
      *          de ser recusado pela RESCISAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. ESTABREL.

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

            SELECT ESTABIL-FILE ASSIGN TO "data/ESTABIL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ESTABIL-STATUS.

            SELECT RELATO-FILE ASSIGN TO "data/ESTABREL.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RELATO-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  ESTABIL-FILE.
        COPY "ESTABIL.cpy".

        FD  RELATO-FILE.
        01 RELATO-LINHA PIC X(120).

        WORKING-STORAGE SECTION.
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-ESTABIL-STATUS PIC XX VALUE "00".
        77 WS-RELATO-STATUS PIC XX VALUE "00".
        77 WS-ESTABIL-EOF PIC X VALUE "N".
            88 ESTABIL-EOF VALUE "Y".
        77 WS-HOJE PIC 9(08) VALUE ZERO.
        77 WS-LIMITE PIC 9(08) VALUE ZERO.
        77 WS-DIAS-ALERTA PIC 9(03) VALUE 60.
        77 WS-DIAS-RESTANTES PIC 9(05) VALUE ZERO.
        77 WS-QTD-VENCENDO PIC 9(05) VALUE ZERO.
        77 WS-QTD-EM-VIGOR PIC 9(05) VALUE ZERO.
        77 WS-TIPO-DESCRICAO PIC X(18) VALUE SPACES.
        77 WS-NOME-EMPREGADO PIC X(30) VALUE SPACES.

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE.
        COMPUTE WS-LIMITE = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE(WS-HOJE) + WS-DIAS-ALERTA).

        OPEN INPUT ESTABIL-FILE.
        IF WS-ESTABIL-STATUS NOT = "00"
            DISPLAY "NENHUMA ESTABILIDADE CADASTRADA (ESTABIL.DAT"
                " status " WS-ESTABIL-STATUS ")"
            STOP RUN
        END-IF.
        OPEN INPUT EMPMAST-FILE.

        OPEN EXTEND RELATO-FILE.
        IF WS-RELATO-STATUS = "35"
            OPEN OUTPUT RELATO-FILE
        END-IF.
        MOVE SPACES TO RELATO-LINHA.
        STRING "ESTABILIDADES PROVISORIAS A VENCER ATE " WS-LIMITE
            " - EMITIDO EM " FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        MOVE SPACES TO RELATO-LINHA.
        STRING "PRONTUARIO NOME                           TIPO"
            "               INICIO   FIM      DIAS REFERENCIA"
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

        DISPLAY "ESTABILIDADES PROVISORIAS A VENCER ATE " WS-LIMITE.
        PERFORM UNTIL ESTABIL-EOF
            READ ESTABIL-FILE
                AT END
                    MOVE "Y" TO WS-ESTABIL-EOF
                NOT AT END
                    IF ES-ATIVO AND ES-DATA-FIM >= WS-HOJE
                        AND ES-DATA-INICIO <= WS-HOJE
                        ADD 1 TO WS-QTD-EM-VIGOR
                    END-IF
                    IF ES-ATIVO AND ES-DATA-FIM >= WS-HOJE
                        AND ES-DATA-FIM <= WS-LIMITE
                        PERFORM RELATA-ESTABILIDADE
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE ESTABIL-FILE.
        IF WS-EMPMAST-STATUS = "00"
            CLOSE EMPMAST-FILE
        END-IF.

        MOVE SPACES TO RELATO-LINHA.
        STRING "TOTAL A VENCER EM " WS-DIAS-ALERTA " DIAS: "
            WS-QTD-VENCENDO "   ESTABILIDADES EM VIGOR HOJE: "
            WS-QTD-EM-VIGOR
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        CLOSE RELATO-FILE.

        IF WS-QTD-VENCENDO = ZERO
            DISPLAY "NENHUMA ESTABILIDADE VENCE NOS PROXIMOS "
                WS-DIAS-ALERTA " DIAS"
        END-IF.
        DISPLAY "TOTAL A VENCER: " WS-QTD-VENCENDO
            " EM VIGOR HOJE: " WS-QTD-EM-VIGOR.
        STOP RUN.

      * estabilidade de funcionario ja desligado (override) tambem
      * sai na lista, marcada como INATIVO
        RELATA-ESTABILIDADE.
        ADD 1 TO WS-QTD-VENCENDO.
        COMPUTE WS-DIAS-RESTANTES =
            FUNCTION INTEGER-OF-DATE(ES-DATA-FIM)
            - FUNCTION INTEGER-OF-DATE(WS-HOJE).
        EVALUATE TRUE
            WHEN ES-GESTANTE
                MOVE "GESTANTE" TO WS-TIPO-DESCRICAO
            WHEN ES-CIPA
                MOVE "CIPA" TO WS-TIPO-DESCRICAO
            WHEN ES-ACIDENTE
                MOVE "ACIDENTE TRABALHO" TO WS-TIPO-DESCRICAO
            WHEN ES-SINDICAL
                MOVE "DIRIGENTE SINDICAL" TO WS-TIPO-DESCRICAO
            WHEN ES-PRE-APOSENTADORIA
                MOVE "PRE-APOSENTADORIA" TO WS-TIPO-DESCRICAO
            WHEN OTHER
                MOVE ES-TIPO TO WS-TIPO-DESCRICAO
        END-EVALUATE.
        MOVE SPACES TO WS-NOME-EMPREGADO.
        IF WS-EMPMAST-STATUS = "00"
            MOVE ES-PRONTUARIO TO EM-PRONTUARIO
            READ EMPMAST-FILE
                INVALID KEY
                    MOVE "NAO CADASTRADO" TO WS-NOME-EMPREGADO
                NOT INVALID KEY
                    IF EM-ATIVO
                        STRING EM-NOME DELIMITED BY SPACE
                            " " EM-SOBRENOME DELIMITED BY SIZE
                            INTO WS-NOME-EMPREGADO
                    ELSE
                        MOVE "INATIVO" TO WS-NOME-EMPREGADO
                    END-IF
            END-READ
        END-IF.
        MOVE SPACES TO RELATO-LINHA.
        STRING ES-PRONTUARIO "   " WS-NOME-EMPREGADO " "
            WS-TIPO-DESCRICAO " " ES-DATA-INICIO " " ES-DATA-FIM
            " " WS-DIAS-RESTANTES " " ES-REFERENCIA
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        DISPLAY ES-PRONTUARIO " " WS-TIPO-DESCRICAO " FIM "
            ES-DATA-FIM " (" WS-DIAS-RESTANTES " DIAS)".
