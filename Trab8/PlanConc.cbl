      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conciliacao da fatura do plano de saude - cruza a
      *          fatura da operadora (PLANFAT.DAT) com as vidas
      *          cobradas pelo PLANOSAU (PLANCOB.DAT) na competencia,
      *          pela carteirinha, e lista as vidas faturadas que nao
      *          sao nossas (ou faturadas em duplicidade), as nossas
      *          que nao foram faturadas e as diferencas de preco.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        PROGRAM-ID. PLANCONC.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-PC-PENTIUM-III.
        OBJECT-COMPUTER. IBM-PC-PENTIUM-III.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PLANCOB-FILE ASSIGN TO "data/PLANCOB.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PLANCOB-STATUS.

            SELECT PLANFAT-FILE ASSIGN TO "data/PLANFAT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PLANFAT-STATUS.

            SELECT RELATO-FILE ASSIGN TO "data/PLANCONC.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RELATO-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  PLANCOB-FILE.
        COPY "PLANCOB.cpy".

        FD  PLANFAT-FILE.
        COPY "PLANFAT.cpy".

        FD  RELATO-FILE.
        01 RELATO-LINHA PIC X(120).

        WORKING-STORAGE SECTION.
        77 WS-PLANCOB-STATUS PIC XX VALUE "00".
        77 WS-PLANFAT-STATUS PIC XX VALUE "00".
        77 WS-RELATO-STATUS PIC XX VALUE "00".
        77 WS-PLANCOB-EOF PIC X VALUE "N".
            88 PLANCOB-EOF VALUE "Y".
        77 WS-PLANFAT-EOF PIC X VALUE "N".
            88 PLANFAT-EOF VALUE "Y".
        77 WS-COMPETENCIA PIC 9(06) VALUE ZERO.
        77 WS-DIFERENCA PIC S9(05)V99 VALUE ZERO.
        77 WS-QTD-FATURADA PIC 9(05) VALUE ZERO.
        77 WS-QTD-NAO-NOSSA PIC 9(05) VALUE ZERO.
        77 WS-QTD-NAO-FATURADA PIC 9(05) VALUE ZERO.
        77 WS-QTD-DIF-PRECO PIC 9(05) VALUE ZERO.
        77 WS-TOTAL-FATURA PIC 9(09)V99 VALUE ZERO.
        77 WS-TOTAL-ESPERADO PIC 9(09)V99 VALUE ZERO.
        77 WS-TOTAL-NAO-NOSSA PIC 9(09)V99 VALUE ZERO.
        77 WS-PC-COUNT PIC 9(04) VALUE ZERO.
        77 WS-PC-IDX PIC 9(04) VALUE ZERO.
        77 WS-PC-ACHOU PIC 9(04) VALUE ZERO.
        77 WS-PC-MAXIMO PIC 9(04) VALUE 3000.
        01 WS-PC-TAB.
            05 WS-PC-ENTRY OCCURS 3000 TIMES.
                10 WS-PC-CARTEIRINHA PIC X(16).
                10 WS-PC-PRONTUARIO PIC X(08).
                10 WS-PC-DEPENDENTE PIC 9(02).
                10 WS-PC-VALOR PIC 9(05)V99.
                10 WS-PC-FATURADA PIC X(01).

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
        DISPLAY "Digite a competencia da fatura (AAAAMM): "
            NO ADVANCING.
        ACCEPT WS-COMPETENCIA.

        PERFORM CARREGA-PLANCOB.
        IF WS-PC-COUNT = ZERO
            DISPLAY "NENHUMA VIDA COBRADA PELO PLANOSAU NA"
                " COMPETENCIA " WS-COMPETENCIA
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.

        OPEN INPUT PLANFAT-FILE.
        IF WS-PLANFAT-STATUS NOT = "00"
            DISPLAY "ERRO: fatura da operadora indisponivel"
                " (PLANFAT.DAT status " WS-PLANFAT-STATUS ")"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        OPEN EXTEND RELATO-FILE.
        IF WS-RELATO-STATUS = "35"
            OPEN OUTPUT RELATO-FILE
        END-IF.
        MOVE SPACES TO RELATO-LINHA.
        STRING "CONCILIACAO DA FATURA DO PLANO DE SAUDE - COMPETENCIA "
            WS-COMPETENCIA " - " FUNCTION CURRENT-DATE(1:14)
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        DISPLAY " ".
        DISPLAY "CONCILIACAO DA FATURA DO PLANO - COMPETENCIA "
            WS-COMPETENCIA.

        MOVE "N" TO WS-PLANFAT-EOF.
        PERFORM UNTIL PLANFAT-EOF
            READ PLANFAT-FILE
                AT END
                    MOVE "Y" TO WS-PLANFAT-EOF
                NOT AT END
                    IF PF-COMPETENCIA = WS-COMPETENCIA
                        PERFORM CONFERE-VIDA-FATURADA
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE PLANFAT-FILE.

        PERFORM VARYING WS-PC-IDX FROM 1 BY 1
            UNTIL WS-PC-IDX > WS-PC-COUNT
            IF WS-PC-FATURADA(WS-PC-IDX) = "N"
                ADD 1 TO WS-QTD-NAO-FATURADA
                MOVE SPACES TO RELATO-LINHA
                STRING "  NOSSA E NAO FATURADA  "
                    WS-PC-CARTEIRINHA(WS-PC-IDX)
                    " PRONTUARIO " WS-PC-PRONTUARIO(WS-PC-IDX)
                    " DEP " WS-PC-DEPENDENTE(WS-PC-IDX)
                    " ESPERADO=" WS-PC-VALOR(WS-PC-IDX)
                    DELIMITED BY SIZE INTO RELATO-LINHA
                WRITE RELATO-LINHA
                DISPLAY RELATO-LINHA
            END-IF
        END-PERFORM.

        MOVE SPACES TO RELATO-LINHA.
        STRING "  FATURADAS=" WS-QTD-FATURADA
            " NAO NOSSAS=" WS-QTD-NAO-NOSSA
            " NAO FATURADAS=" WS-QTD-NAO-FATURADA
            " DIF PRECO=" WS-QTD-DIF-PRECO
            " FATURA=" WS-TOTAL-FATURA
            " ESPERADO=" WS-TOTAL-ESPERADO
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        DISPLAY RELATO-LINHA.
        MOVE SPACES TO RELATO-LINHA.
        STRING "  VALOR FATURADO INDEVIDAMENTE (VIDAS NAO NOSSAS)="
            WS-TOTAL-NAO-NOSSA
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.
        DISPLAY RELATO-LINHA.
        CLOSE RELATO-FILE.
        IF WS-QTD-NAO-NOSSA > ZERO OR WS-QTD-NAO-FATURADA > ZERO
            OR WS-QTD-DIF-PRECO > ZERO
            MOVE 8 TO RETURN-CODE
        END-IF.
        STOP RUN.

        CONFERE-VIDA-FATURADA.
        ADD 1 TO WS-QTD-FATURADA.
        ADD PF-VALOR TO WS-TOTAL-FATURA.
        MOVE ZERO TO WS-PC-ACHOU.
        PERFORM VARYING WS-PC-IDX FROM 1 BY 1
            UNTIL WS-PC-IDX > WS-PC-COUNT
            IF WS-PC-CARTEIRINHA(WS-PC-IDX) = PF-CARTEIRINHA
                AND WS-PC-FATURADA(WS-PC-IDX) = "N"
                AND WS-PC-ACHOU = ZERO
                MOVE WS-PC-IDX TO WS-PC-ACHOU
            END-IF
        END-PERFORM.
        IF WS-PC-ACHOU = ZERO
            ADD 1 TO WS-QTD-NAO-NOSSA
            ADD PF-VALOR TO WS-TOTAL-NAO-NOSSA
            MOVE SPACES TO RELATO-LINHA
            STRING "  FATURADA E NAO NOSSA  " PF-CARTEIRINHA
                " " PF-NOME
                " FATURADO=" PF-VALOR
                DELIMITED BY SIZE INTO RELATO-LINHA
            WRITE RELATO-LINHA
            DISPLAY RELATO-LINHA
        ELSE
            MOVE "S" TO WS-PC-FATURADA(WS-PC-ACHOU)
            IF PF-VALOR NOT = WS-PC-VALOR(WS-PC-ACHOU)
                ADD 1 TO WS-QTD-DIF-PRECO
                COMPUTE WS-DIFERENCA =
                    PF-VALOR - WS-PC-VALOR(WS-PC-ACHOU)
                MOVE SPACES TO RELATO-LINHA
                STRING "  DIFERENCA DE PRECO    " PF-CARTEIRINHA
                    " PRONTUARIO " WS-PC-PRONTUARIO(WS-PC-ACHOU)
                    " DEP " WS-PC-DEPENDENTE(WS-PC-ACHOU)
                    " FATURADO=" PF-VALOR
                    " ESPERADO=" WS-PC-VALOR(WS-PC-ACHOU)
                    " DIF=" WS-DIFERENCA
                    DELIMITED BY SIZE INTO RELATO-LINHA
                WRITE RELATO-LINHA
                DISPLAY RELATO-LINHA
            END-IF
        END-IF.

        CARREGA-PLANCOB.
        MOVE ZERO TO WS-PC-COUNT WS-TOTAL-ESPERADO.
        MOVE "N" TO WS-PLANCOB-EOF.
        OPEN INPUT PLANCOB-FILE.
        IF WS-PLANCOB-STATUS = "00"
            PERFORM UNTIL PLANCOB-EOF
                READ PLANCOB-FILE
                    AT END
                        MOVE "Y" TO WS-PLANCOB-EOF
                    NOT AT END
                        IF PC-COMPETENCIA = WS-COMPETENCIA
                            PERFORM ACUMULA-PLANCOB
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PLANCOB-FILE
        END-IF.

        ACUMULA-PLANCOB.
        IF WS-PC-COUNT >= WS-PC-MAXIMO
            DISPLAY "AVISO: limite de " WS-PC-MAXIMO
                " vidas atingido, carteirinha " PC-CARTEIRINHA
                " fora da conciliacao"
        ELSE
            ADD 1 TO WS-PC-COUNT
            MOVE PC-CARTEIRINHA TO WS-PC-CARTEIRINHA(WS-PC-COUNT)
            MOVE PC-PRONTUARIO TO WS-PC-PRONTUARIO(WS-PC-COUNT)
            MOVE PC-DEPENDENTE TO WS-PC-DEPENDENTE(WS-PC-COUNT)
            MOVE PC-VALOR TO WS-PC-VALOR(WS-PC-COUNT)
            MOVE "N" TO WS-PC-FATURADA(WS-PC-COUNT)
            ADD PC-VALOR TO WS-TOTAL-ESPERADO
        END-IF.
