      ******************************************************************
      * PLRMOV.cpy
      * Profit-sharing (PLR) amounts record - one row per prontuario
      * to be paid in a PLR run, prepared by HR from the amounts
      * agreed with the union/employee commission and read by PLRPAG.
      * PM-VALOR is the gross PLR of this payment; the tax is worked
      * out by PLRPAG from the exclusive PLR table.
      ******************************************************************
       01 PLRMOV-RECORD.
          05 PM-PRONTUARIO         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PM-VALOR              PIC 9(05)V99.
