      ******************************************************************
      * PLRLOG.cpy
      * Profit-sharing (PLR) payment ledger - one row per employee per
      * PLR payment made by PLRPAG: the year, the parcela (1 or 2 -
      * the law allows at most two PLR payments in the same calendar
      * year, so a third is refused), the competencia of the payment,
      * the gross paid, the accumulated PLR of the year the exclusive
      * IRRF was computed on, the IRRF withheld in this payment and
      * the liquido. The second payment of the year reads the first
      * back from this ledger to tax the year's total and net out
      * the IRRF already withheld (same role DEC13LOG plays for the
      * two parcelas of the 13o).
      ******************************************************************
       01 PLRLOG-RECORD.
          05 PL-PRONTUARIO         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PL-ANO                PIC 9(04).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PL-PARCELA            PIC 9(01).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PL-COMPETENCIA        PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PL-VALOR              PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PL-BASE-ANO           PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PL-IRRF               PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PL-LIQUIDO            PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PL-OPERADOR           PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PL-TIMESTAMP          PIC 9(14).
