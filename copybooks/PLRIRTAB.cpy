      ******************************************************************
      * PLRIRTAB.cpy
      * Exclusive IRRF table for profit-sharing (PLR) payments - one
      * row per data de vigencia on the external PLRIRTAB.DAT file.
      * PLR is taxed apart from the monthly salary, on the sum of the
      * PLR paid to the employee in the calendar year, by its own
      * annual progressive table: five brackets, each with the upper
      * limit of the bracket, the aliquota and the parcela a deduzir
      * (the first bracket is normally the exempt one, aliquota
      * zero; the last one catches anything above the fourth limit).
      * Selected by the payment competencia, the same pattern as
      * SELECT-IRRF-RATE. Read by PLRPAG, maintained by MANUTPLR.
      ******************************************************************
       01 PLRIRTAB-RECORD.
          05 PT-DATA-VIGENCIA      PIC 9(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PT-FAIXA OCCURS 5 TIMES.
             10 PT-LIMITE          PIC 9(07)V99.
             10 FILLER             PIC X(01).
             10 PT-ALIQUOTA        PIC 9V9999.
             10 FILLER             PIC X(01).
             10 PT-DEDUCAO         PIC 9(07)V99.
             10 FILLER             PIC X(01).
