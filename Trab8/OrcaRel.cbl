      * Author:
      * Date:
      * Purpose: Orcado x realizado por departamento - apura o custo
      *          real da competencia no resultado consolidado da
      *          folha (RESFOLHA.DAT, ja liquido de estornos; bruto +
      *          encargos patronais pelas aliquotas vigentes da
      *          LEGALTAB), cruza com o orcamento de pessoal
      *          (DEPTBUD.DAT) e mostra a variacao em valor e em
            RECORD KEY IS EM-PRONTUARIO
            FILE STATUS IS WS-EMPMAST-STATUS.

            SELECT RESFOLHA-FILE ASSIGN TO "data/RESFOLHA.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RF-CHAVE
            FILE STATUS IS WS-RESFOLHA-STATUS.

            SELECT DEPTBUD-FILE ASSIGN TO "data/DEPTBUD.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  RESFOLHA-FILE.
        COPY "RESFOLHA.cpy".

        FD  DEPTBUD-FILE.
        COPY "DEPTBUD.cpy".
        WORKING-STORAGE SECTION.
        COPY "LEGALWS.cpy".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-RESFOLHA-STATUS PIC XX VALUE "00".
        77 WS-DEPTBUD-STATUS PIC XX VALUE "00".
        77 WS-RELATO-STATUS PIC XX VALUE "00".
        77 WS-RESFOLHA-EOF PIC X VALUE "N".
            88 RESFOLHA-EOF VALUE "Y".
        77 WS-DEPTBUD-EOF PIC X VALUE "N".
            88 DEPTBUD-EOF VALUE "Y".
        77 WS-COMPETENCIA PIC 9(06) VALUE ZERO.
        77 WS-PR-IDX PIC 9(03) VALUE ZERO.
        77 WS-PR-ACHOU PIC 9(03) VALUE ZERO.
        77 WS-PR-MAXIMO PIC 9(03) VALUE 500.
        77 WS-BD-COUNT PIC 9(04) VALUE ZERO.
        77 WS-BD-IDX PIC 9(04) VALUE ZERO.
        77 WS-BD-MAXIMO PIC 9(04) VALUE 3000.
        01 WS-DP-TAB.
            05 WS-DP-ENTRY OCCURS 100 TIMES.
                10 WS-DP-DEPTO PIC X(10).
                10 WS-PR-PRONTUARIO PIC X(08).
                10 WS-PR-DEPTO PIC X(10).
        01 WS-BD-TAB.
            05 WS-BD-ENTRY OCCURS 3000 TIMES.
                10 WS-BD-DEPTO PIC X(10).
                10 WS-BD-COMP PIC 9(06).
                10 WS-BD-QTD PIC 9(05).
        PERFORM CARREGA-ORCAMENTOS.
        PERFORM APURA-REALIZADO.
        IF WS-DP-COUNT = ZERO
            DISPLAY "NENHUM CUSTO REALIZADO NA FOLHA PARA A"
                " COMPETENCIA " WS-COMPETENCIA
            STOP RUN
        END-IF.
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE "N" TO WS-RESFOLHA-EOF.
        OPEN INPUT RESFOLHA-FILE.
        IF WS-RESFOLHA-STATUS NOT = "00"
            DISPLAY "ERRO: RESFOLHA.DAT indisponivel (status "
                WS-RESFOLHA-STATUS ") - monte-o pelo MONTARES"
            CLOSE EMPMAST-FILE
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
                        IF RF-CODIGO = "BRUTO"
                            AND RF-VALOR NOT = ZERO
                            PERFORM ACUMULA-REGISTRO
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE RESFOLHA-FILE.
        CLOSE EMPMAST-FILE.

      * a PLR nao tem encargo patronal nem FGTS: custa so o bruto
        ACUMULA-REGISTRO.
        MOVE RF-VALOR TO WS-AUD-BRUTO.
        IF RF-PLR
            MOVE WS-AUD-BRUTO TO WS-CUSTO-REGISTRO
        ELSE
            COMPUTE WS-CUSTO-REGISTRO ROUNDED = WS-AUD-BRUTO
                * (1 + WS-ALIQ-PATRONAL-USE + WS-ALIQ-RAT-USE
                + WS-ALIQ-TERCEIROS-USE + WS-ALIQ-FGTS-USE)
        END-IF.
        MOVE RF-PRONTUARIO TO EM-PRONTUARIO.
        READ EMPMAST-FILE
            INVALID KEY
                MOVE "??????????" TO EM-DEPARTAMENTO
        MOVE ZERO TO WS-PR-ACHOU.
        PERFORM VARYING WS-PR-IDX FROM 1 BY 1
            UNTIL WS-PR-IDX > WS-PR-COUNT
            IF WS-PR-PRONTUARIO(WS-PR-IDX) = RF-PRONTUARIO
                MOVE WS-PR-IDX TO WS-PR-ACHOU
            END-IF
        END-PERFORM.
        IF WS-PR-ACHOU = ZERO
            IF WS-PR-COUNT < WS-PR-MAXIMO
                ADD 1 TO WS-PR-COUNT
                MOVE RF-PRONTUARIO
                    TO WS-PR-PRONTUARIO(WS-PR-COUNT)
                MOVE EM-DEPARTAMENTO TO WS-PR-DEPTO(WS-PR-COUNT)
                ADD 1 TO WS-DP-QTD(WS-DP-ACHOU)
