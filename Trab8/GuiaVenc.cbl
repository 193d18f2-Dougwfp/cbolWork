      * Author:
      * Date:
      * Purpose: Calendario de obrigacoes - apura os valores de GPS,
      *          GRF (FGTS) e DARF (IRRF) da competencia a partir do
      *          resultado consolidado da folha (RESFOLHA.DAT, ja
      *          liquido de estornos; patronal/RAT/terceiros pelas
      *          aliquotas vigentes da LEGALTAB conforme a categoria
      *          de cada empregado), mostra cada guia
      *          com o vencimento do calendario OBRIGCAL.DAT e, dada
      *          a data de pagamento efetiva, calcula multa e juros
      *          de mora para o recolhimento sair com o valor certo.
      *          Os RPAs de autonomos da competencia (RPALOG.DAT)
      *          somam o INSS retido e a cota patronal na GPS, o
      *          IRRF no DARF e o ISS na guia municipal (ISS).
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

            SELECT EMPMAST-FILE ASSIGN TO "data/EMPMAST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EM-PRONTUARIO
            FILE STATUS IS WS-EMPMAST-STATUS.

            SELECT OBRIGCAL-FILE ASSIGN TO "data/OBRIGCAL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LEGALTAB-STATUS.

            SELECT RPALOG-FILE ASSIGN TO "data/RPALOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RPALOG-STATUS.

            SELECT RELATO-FILE ASSIGN TO "data/GUIAVENC.PRT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RELATO-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  RESFOLHA-FILE.
        COPY "RESFOLHA.cpy".

        FD  EMPMAST-FILE.
        COPY "EMPMAST.cpy".

        FD  OBRIGCAL-FILE.
        COPY "OBRIGCAL.cpy".
        FD  LEGALTAB-FILE.
        COPY "LEGALTAB.cpy".

        FD  RPALOG-FILE.
        COPY "RPALOG.cpy".

        FD  RELATO-FILE.
        01 RELATO-LINHA PIC X(120).

        WORKING-STORAGE SECTION.
        COPY "LEGALWS.cpy".
        COPY "CATEGWS.cpy".
        77 WS-RESFOLHA-STATUS PIC XX VALUE "00".
        77 WS-EMPMAST-STATUS PIC XX VALUE "00".
        77 WS-OBRIGCAL-STATUS PIC XX VALUE "00".
        77 WS-RELATO-STATUS PIC XX VALUE "00".
        77 WS-RPALOG-STATUS PIC XX VALUE "00".
        77 WS-RPALOG-EOF PIC X VALUE "N".
            88 RPALOG-EOF VALUE "Y".
        77 WS-TOT-RPA-INSS PIC 9(11)V99 VALUE ZERO.
        77 WS-TOT-RPA-PATRONAL PIC 9(11)V99 VALUE ZERO.
        77 WS-TOT-RPA-IRRF PIC 9(11)V99 VALUE ZERO.
        77 WS-TOT-ISS PIC 9(11)V99 VALUE ZERO.
        77 WS-QTD-RPA PIC 9(05) VALUE ZERO.
        77 WS-RESFOLHA-EOF PIC X VALUE "N".
            88 RESFOLHA-EOF VALUE "Y".
        77 WS-PRONT-LIDO PIC X(08) VALUE SPACES.
        77 WS-ENC-VALOR PIC 9(07)V99 VALUE ZERO.
        77 WS-GC-IDX PIC 9(01) VALUE ZERO.
        77 WS-OBRIGCAL-EOF PIC X VALUE "N".
            88 OBRIGCAL-EOF VALUE "Y".
        77 WS-COMPETENCIA PIC 9(06) VALUE ZERO.
        77 WS-TOT-IRRF PIC 9(11)V99 VALUE ZERO.
        77 WS-TOT-PATRONAL PIC 9(11)V99 VALUE ZERO.
        77 WS-VALOR-GPS PIC 9(11)V99 VALUE ZERO.
        77 WS-TOT-MATERNIDADE PIC S9(11)V99 VALUE ZERO.
        77 WS-GPS-CHECK PIC S9(11)V99 VALUE ZERO.
        77 WS-OB-COUNT PIC 9(02) VALUE ZERO.
        77 WS-OB-IDX PIC 9(02) VALUE ZERO.
        77 WS-OB-MAXIMO PIC 9(02) VALUE 10.
                10 WS-OB-DIA PIC 9(02).
                10 WS-OB-MULTA PIC 9(03)V99.
                10 WS-OB-JUROS PIC 9(03)V99.
        01 WS-GC-TAB.
            05 WS-GC-ENTRY OCCURS 4 TIMES.
                10 WS-GC-BASE PIC 9(11)V99.
                10 WS-GC-PATRONAL PIC 9(11)V99.

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.

        PERFORM LOAD-LEGAL-TABLE.
        PERFORM SELECT-LEGAL-RATE.
        PERFORM APURA-TOTAIS-FOLHA.
        PERFORM APURA-TOTAIS-RPA.
      * o salario-maternidade pago pela empresa e compensado na
      * propria GPS da competencia
        COMPUTE WS-GPS-CHECK = WS-TOT-INSS + WS-TOT-PATRONAL
            + WS-TOT-RPA-INSS + WS-TOT-RPA-PATRONAL
            - WS-TOT-MATERNIDADE.
        IF WS-GPS-CHECK < ZERO
            MOVE ZERO TO WS-VALOR-GPS
        ELSE
            MOVE WS-GPS-CHECK TO WS-VALOR-GPS
        END-IF.
        IF WS-TOT-MATERNIDADE NOT = ZERO
            DISPLAY "GPS: DEDUZIDO SALARIO-MATERNIDADE DE "
                WS-TOT-MATERNIDADE
        END-IF.

        COMPUTE WS-VENC-ANO = WS-COMPETENCIA / 100.
        COMPUTE WS-VENC-MES = WS-COMPETENCIA - (WS-VENC-ANO * 100).
            WHEN "GRF "
                MOVE WS-TOT-FGTS TO WS-VALOR-GUIA
            WHEN "DARF"
                COMPUTE WS-VALOR-GUIA = WS-TOT-IRRF + WS-TOT-RPA-IRRF
            WHEN "ISS "
                MOVE WS-TOT-ISS TO WS-VALOR-GUIA
            WHEN OTHER
                MOVE ZERO TO WS-VALOR-GUIA
        END-EVALUATE.
            DELIMITED BY SIZE INTO RELATO-LINHA.
        WRITE RELATO-LINHA.

      * le so a competencia no RESFOLHA.DAT, ja liquido de estornos.
      * A PLR nao entra na base do INSS patronal/FGTS; so o IRRF
      * exclusivo dela soma no DARF. Os encargos saem por empregado
      * e fluxo como no CALC-ENCARGOS-PATRONAIS do lote, com a base
      * separada por categoria
        APURA-TOTAIS-FOLHA.
        MOVE ZERO TO WS-TOT-BASE WS-TOT-INSS WS-TOT-FGTS
            WS-TOT-IRRF WS-TOT-MATERNIDADE WS-TOT-PATRONAL.
        PERFORM VARYING WS-GC-IDX FROM 1 BY 1
            UNTIL WS-GC-IDX > WS-CAT-LIMITE
            MOVE ZERO TO WS-GC-BASE(WS-GC-IDX)
                WS-GC-PATRONAL(WS-GC-IDX)
        END-PERFORM.
        MOVE SPACES TO WS-PRONT-LIDO.
        OPEN INPUT EMPMAST-FILE.
        IF WS-EMPMAST-STATUS NOT = "00"
            DISPLAY "ERRO: cadastro de funcionarios indisponivel"
                " (status " WS-EMPMAST-STATUS ")"
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
                        IF RF-VALOR NOT = ZERO
                            PERFORM ACUMULA-ELEMENTO
                        END-IF
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE RESFOLHA-FILE.
        CLOSE EMPMAST-FILE.
        PERFORM VARYING WS-GC-IDX FROM 1 BY 1
            UNTIL WS-GC-IDX > WS-CAT-LIMITE
            IF WS-GC-BASE(WS-GC-IDX) > ZERO
                DISPLAY "GPS: BASE " WS-CAT-DESCRICAO(WS-GC-IDX)
                    " " WS-GC-BASE(WS-GC-IDX)
                    " PATRONAL/RAT/TERCEIROS "
                    WS-GC-PATRONAL(WS-GC-IDX)
            END-IF
        END-PERFORM.

        ACUMULA-ELEMENTO.
        IF RF-PLR
            IF RF-CODIGO = "IRRF"
                ADD RF-VALOR TO WS-TOT-IRRF
            END-IF
        ELSE
            EVALUATE RF-CODIGO
                WHEN "BRUTO"
                    ADD RF-VALOR TO WS-TOT-BASE
                    MOVE RF-VALOR TO WS-AUD-NUM
                    PERFORM ACUMULA-ENCARGOS
                WHEN "INSS"
                    ADD RF-VALOR TO WS-TOT-INSS
                WHEN "FGTS"
                    ADD RF-VALOR TO WS-TOT-FGTS
                WHEN "IRRF"
                    ADD RF-VALOR TO WS-TOT-IRRF
                WHEN "SALMATE"
                    ADD RF-VALOR TO WS-TOT-MATERNIDADE
            END-EVALUATE
        END-IF.

      * estagiario nao tem encargos e diretor so a cota patronal
      * (CATEGCAL)
        ACUMULA-ENCARGOS.
        IF RF-PRONTUARIO NOT = WS-PRONT-LIDO
            MOVE RF-PRONTUARIO TO WS-PRONT-LIDO
            MOVE RF-PRONTUARIO TO EM-PRONTUARIO
            READ EMPMAST-FILE
                INVALID KEY
                    MOVE SPACE TO EM-CATEGORIA
            END-READ
        END-IF.
        MOVE EM-CATEGORIA TO WS-CAT-CODIGO.
        PERFORM APURA-CATEGORIA.
        ADD WS-AUD-NUM TO WS-GC-BASE(WS-CAT-ORDEM).
        IF NOT CAT-ENCARGOS-ISENTO
            COMPUTE WS-ENC-VALOR ROUNDED =
                WS-AUD-NUM * WS-ALIQ-PATRONAL-USE
            ADD WS-ENC-VALOR TO WS-TOT-PATRONAL
                WS-GC-PATRONAL(WS-CAT-ORDEM)
        END-IF.
        IF CAT-ENCARGOS-TOTAL
            COMPUTE WS-ENC-VALOR ROUNDED =
                WS-AUD-NUM * WS-ALIQ-RAT-USE
            ADD WS-ENC-VALOR TO WS-TOT-PATRONAL
                WS-GC-PATRONAL(WS-CAT-ORDEM)
            COMPUTE WS-ENC-VALOR ROUNDED =
                WS-AUD-NUM * WS-ALIQ-TERCEIROS-USE
            ADD WS-ENC-VALOR TO WS-TOT-PATRONAL
                WS-GC-PATRONAL(WS-CAT-ORDEM)
        END-IF.

      * autonomos pagos por RPA na competencia: INSS de 11% e cota
      * patronal vao para a GPS, IRRF para o DARF, ISS para a guia
      * do municipio
        APURA-TOTAIS-RPA.
        MOVE ZERO TO WS-TOT-RPA-INSS WS-TOT-RPA-PATRONAL
            WS-TOT-RPA-IRRF WS-TOT-ISS WS-QTD-RPA.
        MOVE "N" TO WS-RPALOG-EOF.
        OPEN INPUT RPALOG-FILE.
        IF WS-RPALOG-STATUS = "00"
            PERFORM UNTIL RPALOG-EOF
                READ RPALOG-FILE
                    AT END
                        MOVE "Y" TO WS-RPALOG-EOF
                    NOT AT END
                        IF RP-COMPETENCIA = WS-COMPETENCIA
                            ADD 1 TO WS-QTD-RPA
                            ADD RP-INSS TO WS-TOT-RPA-INSS
                            ADD RP-PATRONAL TO WS-TOT-RPA-PATRONAL
                            ADD RP-IRRF TO WS-TOT-RPA-IRRF
                            ADD RP-ISS TO WS-TOT-ISS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RPALOG-FILE
        END-IF.
        IF WS-QTD-RPA > ZERO
            DISPLAY "RPA DE AUTONOMOS NA COMPETENCIA: " WS-QTD-RPA
                " INSS=" WS-TOT-RPA-INSS
                " PATRONAL=" WS-TOT-RPA-PATRONAL
                " IRRF=" WS-TOT-RPA-IRRF " ISS=" WS-TOT-ISS
        END-IF.

        CARREGA-CALENDARIO.
        MOVE ZERO TO WS-OB-COUNT.
            MOVE WS-LEGAL-TERC(WS-LEGAL-BEST-IDX)
                TO WS-ALIQ-TERCEIROS-USE
        END-IF.

        COPY "CATEGCAL.cpy".
