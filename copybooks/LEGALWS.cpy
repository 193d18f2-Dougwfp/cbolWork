             10 WS-LEGAL-INSS-ENT OCCURS 4 TIMES.
                15 WS-LEGAL-INSS-LIM PIC 9(07)V99.
                15 WS-LEGAL-INSS-ALQ PIC 9V9999.
             10 WS-LEGAL-SAL-MINIMO PIC 9(05)V99.
       77 WS-LEGAL-COUNT PIC 9(03) VALUE ZERO.
       77 WS-LEGAL-IDX PIC 9(03) VALUE ZERO.
       77 WS-LEGAL-FX-IDX PIC 9(01) VALUE ZERO.
       77 WS-ALIQ-PATRONAL-USE PIC 9V9999 VALUE 0,2000.
       77 WS-ALIQ-RAT-USE PIC 9V9999 VALUE 0,0200.
       77 WS-ALIQ-TERCEIROS-USE PIC 9V9999 VALUE 0,0580.
       77 WS-SALARIO-MINIMO-USE PIC 9(05)V99 VALUE 1412,00.
