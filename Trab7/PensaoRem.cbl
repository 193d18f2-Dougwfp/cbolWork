      * Author:
      * Date:
      * Purpose: Geracao da remessa mensal de pensao alimenticia -
      *          acumula a pensao retida por prontuario no resultado
      *          consolidado da folha da competencia (RESFOLHA.DAT,
      *          ja liquido de estornos), casa com o
      *          cadastro de beneficiarios (PENBEN.DAT) e rateia por
      *          processo judicial usando as ordens de PENSAO.DAT
      *          (valor fixo ou percentual), gerando o arquivo de

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RESFOLHA-FILE ASSIGN TO "data/RESFOLHA.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RF-CHAVE
            FILE STATUS IS WS-RESFOLHA-STATUS.

            SELECT PENBEN-FILE ASSIGN TO "data/PENBEN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL

        DATA DIVISION.
        FILE SECTION.
        FD  RESFOLHA-FILE.
        COPY "RESFOLHA.cpy".

        FD  PENBEN-FILE.
        COPY "PENBEN.cpy".
        COPY "BANCOREM.cpy".

        WORKING-STORAGE SECTION.
        77 WS-RESFOLHA-STATUS PIC XX VALUE "00".
        77 WS-PENBEN-STATUS PIC XX VALUE "00".
        77 WS-PENSAO-STATUS PIC XX VALUE "00".
        77 WS-PENSAREM-STATUS PIC XX VALUE "00".
        77 WS-RESFOLHA-EOF PIC X VALUE "N".
            88 RESFOLHA-EOF VALUE "Y".
        77 WS-PENBEN-EOF PIC X VALUE "N".
            88 PENBEN-EOF VALUE "Y".
        77 WS-PENSAO-EOF PIC X VALUE "N".
        DISPLAY "Digite a competencia (AAAAMM): " NO ADVANCING.
        ACCEPT WS-COMPETENCIA.

        PERFORM ACUMULA-PENSAO-FOLHA.
        IF WS-RET-COUNT = ZERO
            DISPLAY "NENHUMA PENSAO RETIDA NA FOLHA PARA A"
                " COMPETENCIA " WS-COMPETENCIA
            STOP RUN
        END-IF.
        END-IF.
        STOP RUN.

      * o RESFOLHA ja vem liquido de estornos: uma competencia
      * estornada tem a pensao zerada e nao e remetida duas vezes
        ACUMULA-PENSAO-FOLHA.
        MOVE ZERO TO WS-RET-COUNT WS-TOT-RETIDO.
        MOVE "N" TO WS-RESFOLHA-EOF.
        OPEN INPUT RESFOLHA-FILE.
        IF WS-RESFOLHA-STATUS NOT = "00"
            DISPLAY "ERRO: RESFOLHA.DAT indisponivel (status "
                WS-RESFOLHA-STATUS ") - monte-o pelo MONTARES"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE LOW-VALUES TO RF-CHAVE.
        MOVE WS-COMPETENCIA TO RF-COMPETENCIA.
        START RESFOLHA-FILE KEY IS NOT LESS THAN RF-CHAVE
            INVALID KEY
                MOVE "Y" TO WS-RESFOLHA-EOF
        END-START.
        PERFORM UNTIL RESFOLHA-EOF
            READ RESFOLHA-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-RESFOLHA-EOF
                NOT AT END
                    IF RF-COMPETENCIA NOT = WS-COMPETENCIA
                        MOVE "Y" TO WS-RESFOLHA-EOF
                    ELSE
                        IF RF-CODIGO = "PENSAO"
                            AND RF-VALOR > ZERO
                            MOVE RF-VALOR TO WS-PENSAO-NUM
                            PERFORM ACUMULA-UM-PRONTUARIO
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE RESFOLHA-FILE.

        ACUMULA-UM-PRONTUARIO.
        MOVE ZERO TO WS-RET-ACHOU.
        PERFORM VARYING WS-RET-IDX FROM 1 BY 1
            UNTIL WS-RET-IDX > WS-RET-COUNT
            IF WS-RET-PRONTUARIO(WS-RET-IDX) = RF-PRONTUARIO
                MOVE WS-RET-IDX TO WS-RET-ACHOU
            END-IF
        END-PERFORM.
            IF WS-RET-COUNT >= WS-RET-MAXIMO
                DISPLAY "AVISO: limite de " WS-RET-MAXIMO
                    " prontuarios com pensao atingido, "
                    RF-PRONTUARIO " nao acumulado"
            ELSE
                ADD 1 TO WS-RET-COUNT
                MOVE WS-RET-COUNT TO WS-RET-ACHOU
                MOVE RF-PRONTUARIO
                    TO WS-RET-PRONTUARIO(WS-RET-ACHOU)
                MOVE ZERO TO WS-RET-VALOR(WS-RET-ACHOU)
            END-IF
        END-IF.
        IF WS-RET-ACHOU > ZERO
            ADD WS-PENSAO-NUM TO WS-RET-VALOR(WS-RET-ACHOU)
            ADD WS-PENSAO-NUM TO WS-TOT-RETIDO
        END-IF.

        CARREGA-BENEFICIARIOS.
