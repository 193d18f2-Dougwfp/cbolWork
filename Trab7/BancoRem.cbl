        77 WS-QTD-SEM-BANCO PIC 9(05) VALUE ZERO.
        77 WS-QTD-RESCISAO PIC 9(05) VALUE ZERO.
        77 WS-QTD-DECIMO13 PIC 9(05) VALUE ZERO.
        77 WS-QTD-PLR PIC 9(05) VALUE ZERO.
        77 WS-QTD-COMPLEMENTAR PIC 9(05) VALUE ZERO.
        77 WS-EMPRESA PIC X(30)
            VALUE "FOLHA DE PAGAMENTO".
        77 WS-EMPRESA-STATUS PIC XX VALUE "00".
            DISPLAY "PAGAMENTOS DE 13o SALARIO NA REMESSA: "
                WS-QTD-DECIMO13
        END-IF.
        IF WS-QTD-PLR > ZERO
            DISPLAY "PAGAMENTOS DE PLR NA REMESSA: " WS-QTD-PLR
        END-IF.
        IF WS-QTD-COMPLEMENTAR > ZERO
            DISPLAY "PAGAMENTOS DE FOLHA COMPLEMENTAR NA REMESSA: "
                WS-QTD-COMPLEMENTAR
        END-IF.
        IF WS-QTD-SEM-BANCO > ZERO
            DISPLAY "ATENCAO: " WS-QTD-SEM-BANCO " FUNCIONARIO(S)"
                " SEM DADOS BANCARIOS COMPLETOS NO CADASTRO"
        IF NP-DECIMO13
            ADD 1 TO WS-QTD-DECIMO13
        END-IF.
        IF NP-PLR
            ADD 1 TO WS-QTD-PLR
        END-IF.
        IF NP-COMPLEMENTAR
            ADD 1 TO WS-QTD-COMPLEMENTAR
        END-IF.

        GRAVA-TRAILER.
        MOVE SPACES TO BANCOREM-RECORD.
