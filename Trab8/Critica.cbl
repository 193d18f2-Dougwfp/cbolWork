      * Date:
      * Purpose: Critica de variacao entre competencias - compara o
      *          resultado de cada funcionario no lote atual com a
      *          competencia anterior no resultado consolidado da
      *          folha (RESFOLHA.DAT, ja liquido de estornos) e aponta
      *          variacoes acima do percentual informado, novos e
      *          desaparecidos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RESFOLHA-FILE ASSIGN TO "data/RESFOLHA.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RF-CHAVE
            FILE STATUS IS WS-RESFOLHA-STATUS.

            SELECT CRITICA-FILE ASSIGN TO "data/CRITICA.PRT"
            ORGANIZATION IS LINE SEQUENTIAL

        DATA DIVISION.
        FILE SECTION.
        FD  RESFOLHA-FILE.
        COPY "RESFOLHA.cpy".

        FD  CRITICA-FILE.
        01 CRITICA-LINHA PIC X(120).

        WORKING-STORAGE SECTION.
        77 WS-RESFOLHA-STATUS PIC XX VALUE "00".
        77 WS-CRITICA-STATUS PIC XX VALUE "00".
        77 WS-RESFOLHA-EOF PIC X VALUE "N".
            88 RESFOLHA-EOF VALUE "Y".
        77 WS-COMP-LIDA PIC 9(06) VALUE ZERO.
        77 WS-PASSADA PIC X(01) VALUE "A".
            88 PASSADA-ATUAL VALUE "A".
        77 WS-COMP-ATUAL PIC 9(06) VALUE ZERO.
        77 WS-COMP-ANTERIOR PIC 9(06) VALUE ZERO.
        77 WS-PERC-LIMITE PIC 9(03)V99 VALUE ZERO.
            DISPLAY "PERCENTUAL ZERO - ASSUMIDO 10%"
        END-IF.

        OPEN INPUT RESFOLHA-FILE.
        IF WS-RESFOLHA-STATUS NOT = "00"
            DISPLAY "ERRO: RESFOLHA.DAT indisponivel (status "
                WS-RESFOLHA-STATUS ") - monte-o pelo MONTARES"
            STOP RUN
        END-IF.
        MOVE WS-COMP-ATUAL TO WS-COMP-LIDA.
        MOVE "A" TO WS-PASSADA.
        PERFORM LE-COMPETENCIA.
        MOVE WS-COMP-ANTERIOR TO WS-COMP-LIDA.
        MOVE "P" TO WS-PASSADA.
        PERFORM LE-COMPETENCIA.
        CLOSE RESFOLHA-FILE.

        OPEN EXTEND CRITICA-FILE.
        IF WS-CRITICA-STATUS = "35"
        END-IF.
        STOP RUN.

      * uma passada pela chave para cada competencia; so bruto e
      * liquido entram na critica, de todos os fluxos
        LE-COMPETENCIA.
        MOVE "N" TO WS-RESFOLHA-EOF.
        MOVE LOW-VALUES TO RF-CHAVE.
        MOVE WS-COMP-LIDA TO RF-COMPETENCIA.
        START RESFOLHA-FILE KEY IS NOT LESS THAN RF-CHAVE
            INVALID KEY
                MOVE "Y" TO WS-RESFOLHA-EOF
        END-START.
        PERFORM UNTIL RESFOLHA-EOF
            READ RESFOLHA-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-RESFOLHA-EOF
                NOT AT END
                    IF RF-COMPETENCIA NOT = WS-COMP-LIDA
                        MOVE "Y" TO WS-RESFOLHA-EOF
                    ELSE
                        IF RF-VALOR NOT = ZERO
                            AND (RF-CODIGO = "BRUTO" OR "LIQUIDO")
                            PERFORM CLASSIFICA-ENTRADA
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.

        CLASSIFICA-ENTRADA.
        MOVE ZERO TO WS-BRUTO-NUM WS-LIQUIDO-NUM.
        IF RF-CODIGO = "BRUTO"
            MOVE RF-VALOR TO WS-BRUTO-NUM
        ELSE
            MOVE RF-VALOR TO WS-LIQUIDO-NUM
        END-IF.
        IF PASSADA-ATUAL
            PERFORM ACUMULA-ATUAL
        ELSE
            PERFORM ACUMULA-ANTERIOR
        END-IF.

        ACUMULA-ATUAL.
        MOVE ZERO TO WS-ACHOU.
        PERFORM VARYING WS-ATU-IDX FROM 1 BY 1
            UNTIL WS-ATU-IDX > WS-ATU-COUNT
            IF WS-ATU-PRONTUARIO(WS-ATU-IDX) = RF-PRONTUARIO
                MOVE WS-ATU-IDX TO WS-ACHOU
            END-IF
        END-PERFORM.
        IF WS-ACHOU = ZERO
            IF WS-ATU-COUNT >= WS-TAB-MAXIMO
                DISPLAY "AVISO: limite de " WS-TAB-MAXIMO
                    " prontuarios atingido, " RF-PRONTUARIO
                    " ignorado na critica"
            ELSE
                ADD 1 TO WS-ATU-COUNT
                MOVE WS-ATU-COUNT TO WS-ACHOU
                MOVE RF-PRONTUARIO
                    TO WS-ATU-PRONTUARIO(WS-ACHOU)
                MOVE ZERO TO WS-ATU-BRUTO(WS-ACHOU)
                    WS-ATU-LIQUIDO(WS-ACHOU)
            END-IF
        END-IF.
        IF WS-ACHOU > ZERO
            ADD WS-BRUTO-NUM TO WS-ATU-BRUTO(WS-ACHOU)
            ADD WS-LIQUIDO-NUM TO WS-ATU-LIQUIDO(WS-ACHOU)
        END-IF.

        ACUMULA-ANTERIOR.
        MOVE ZERO TO WS-ACHOU.
        PERFORM VARYING WS-ANT-IDX FROM 1 BY 1
            UNTIL WS-ANT-IDX > WS-ANT-COUNT
            IF WS-ANT-PRONTUARIO(WS-ANT-IDX) = RF-PRONTUARIO
                MOVE WS-ANT-IDX TO WS-ACHOU
            END-IF
        END-PERFORM.
        IF WS-ACHOU = ZERO
            IF WS-ANT-COUNT >= WS-TAB-MAXIMO
                DISPLAY "AVISO: limite de " WS-TAB-MAXIMO
                    " prontuarios atingido, " RF-PRONTUARIO
                    " ignorado na critica"
            ELSE
                ADD 1 TO WS-ANT-COUNT
                MOVE WS-ANT-COUNT TO WS-ACHOU
                MOVE RF-PRONTUARIO
                    TO WS-ANT-PRONTUARIO(WS-ACHOU)
                MOVE ZERO TO WS-ANT-BRUTO(WS-ACHOU)
                    WS-ANT-LIQUIDO(WS-ACHOU)
            END-IF
        END-IF.
        IF WS-ACHOU > ZERO
            ADD WS-BRUTO-NUM TO WS-ANT-BRUTO(WS-ACHOU)
            ADD WS-LIQUIDO-NUM TO WS-ANT-LIQUIDO(WS-ACHOU)
        END-IF.

        COMPARA-COMPETENCIAS.
