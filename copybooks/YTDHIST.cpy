      * year, written by the ANOFECHA year-close job when it archives
      * the EMPMAST YTD accumulators and resets them to zero for the
      * new year. Input for the annual earnings statement.
      * YH-PLR is the profit-sharing paid in the year (exclusive
      * taxation section of the statement).
      ******************************************************************
       01 YTDHIST-RECORD.
          05 YH-PRONTUARIO         PIC X(08).
          05 YH-IRRF               PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 YH-DECIMO13           PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 YH-PLR                PIC 9(07)V99.
