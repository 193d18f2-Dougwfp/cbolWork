      ******************************************************************
      * EMPHIST.cpy
      * Group company history record - one row per transfer of an
      * employee between companies of the group, written by TRANSEMP
      * with the date the new company takes effect (the first row of
      * a prontuario records the company of admission). The
      * prontuario, admission date, ferias, banco de horas,
      * consignados and FGTS ledger stay the same across the
      * transfer. Programs that report per CNPJ select the company
      * in force for the competencia through EMPHCAL.cpy; the batch
      * splits the cost of a mid-month transfer between the two
      * companies over the commercial 30-day month, as DEPTHIST does
      * for departments.
      ******************************************************************
       01 EMPHIST-RECORD.
          05 EH-PRONTUARIO         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 EH-DATA-VIGENCIA      PIC 9(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 EH-EMPRESA            PIC 9(02).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 EH-OPERADOR           PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 EH-TIMESTAMP          PIC 9(14).
