      ******************************************************************
      * COMISMOV.cpy
      * Sales commission import record - one row per commission
      * closed by the sales system, exported as COMISMOV.DAT and read
      * by IMPCOMIS. CM-MV-REFERENCIA is the sales system's own
      * reference (order/closing number) and, with prontuario and
      * competencia, identifies the commission so the same line is
      * never imported twice.
      ******************************************************************
       01 COMISMOV-RECORD.
          05 CM-MV-PRONTUARIO      PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CM-MV-COMPETENCIA     PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CM-MV-VALOR           PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CM-MV-REFERENCIA      PIC X(15).
