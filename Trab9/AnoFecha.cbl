        77 WS-TOT-ZER-IRRF PIC 9(11)V99 VALUE ZERO.
        77 WS-TOT-ARQ-DECIMO13 PIC 9(11)V99 VALUE ZERO.
        77 WS-TOT-ZER-DECIMO13 PIC 9(11)V99 VALUE ZERO.
        77 WS-TOT-ARQ-PLR PIC 9(11)V99 VALUE ZERO.
        77 WS-TOT-ZER-PLR PIC 9(11)V99 VALUE ZERO.

        PROCEDURE DIVISION.
        MAIN-PARAGRAPH.
            " ZERADO: " WS-TOT-ZER-IRRF.
        DISPLAY "TOTAL 13o   ARQUIVADO: " WS-TOT-ARQ-DECIMO13
            " ZERADO: " WS-TOT-ZER-DECIMO13.
        DISPLAY "TOTAL PLR   ARQUIVADO: " WS-TOT-ARQ-PLR
            " ZERADO: " WS-TOT-ZER-PLR.
        IF WS-TOT-ARQ-BRUTO = WS-TOT-ZER-BRUTO
            AND WS-TOT-ARQ-INSS = WS-TOT-ZER-INSS
            AND WS-TOT-ARQ-IRRF = WS-TOT-ZER-IRRF
            AND WS-TOT-ARQ-DECIMO13 = WS-TOT-ZER-DECIMO13
            AND WS-TOT-ARQ-PLR = WS-TOT-ZER-PLR
            DISPLAY "TOTAIS ARQUIVADOS CONFEREM COM OS TOTAIS"
                " ZERADOS"
        ELSE
        MOVE EM-YTD-INSS TO YH-INSS.
        MOVE EM-YTD-IRRF TO YH-IRRF.
        MOVE EM-YTD-DECIMO13 TO YH-DECIMO13.
        MOVE EM-YTD-PLR TO YH-PLR.
        WRITE YTDHIST-RECORD.
        ADD 1 TO WS-QTD-ARQUIVADA.
        ADD EM-YTD-SALBRUTO TO WS-TOT-ARQ-BRUTO.
        ADD EM-YTD-INSS TO WS-TOT-ARQ-INSS.
        ADD EM-YTD-IRRF TO WS-TOT-ARQ-IRRF.
        ADD EM-YTD-DECIMO13 TO WS-TOT-ARQ-DECIMO13.
        ADD EM-YTD-PLR TO WS-TOT-ARQ-PLR.

        ADD EM-YTD-SALBRUTO TO WS-TOT-ZER-BRUTO.
        ADD EM-YTD-INSS TO WS-TOT-ZER-INSS.
        ADD EM-YTD-IRRF TO WS-TOT-ZER-IRRF.
        ADD EM-YTD-DECIMO13 TO WS-TOT-ZER-DECIMO13.
        ADD EM-YTD-PLR TO WS-TOT-ZER-PLR.
        MOVE ZERO TO EM-YTD-SALBRUTO EM-YTD-INSS EM-YTD-IRRF
            EM-YTD-DECIMO13 EM-YTD-PLR.
        REWRITE EMPMAST-RECORD
            INVALID KEY
                DISPLAY "ERRO: falha ao zerar YTD de " EM-PRONTUARIO
