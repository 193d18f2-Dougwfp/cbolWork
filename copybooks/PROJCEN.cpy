      ******************************************************************
      * PROJCEN.cpy
      * Payroll cost projection scenario record - one row per
      * assumption on PROJCEN.DAT, edited by hand like OBRIGCAL.DAT
      * and read by PROJCUST. PJ-TIPO "D" dissidio (PJ-PERCENTUAL on
      * the valor-hora from PJ-COMPETENCIA on; several rows compound),
      * "A" planned hires (PJ-QTD heads in PJ-DEPARTAMENTO from
      * PJ-COMPETENCIA on, at PJ-VALOR-HORA), "X" planned terminations
      * (PJ-QTD heads leaving PJ-DEPARTAMENTO from PJ-COMPETENCIA on,
      * at the department's average cost) and "H" overtime
      * (PJ-PERCENTUAL of the base salary, all departments).
      * PJ-HISTORICO is free text for the budget committee.
      ******************************************************************
       01 PROJCEN-RECORD.
          05 PJ-TIPO               PIC X(01).
             88 PJ-DISSIDIO        VALUE "D".
             88 PJ-ADMISSAO        VALUE "A".
             88 PJ-DESLIGAMENTO    VALUE "X".
             88 PJ-HORA-EXTRA      VALUE "H".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PJ-DEPARTAMENTO       PIC X(10).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PJ-COMPETENCIA        PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PJ-QTD                PIC 9(05).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PJ-PERCENTUAL         PIC 9(03)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PJ-VALOR-HORA         PIC 9(05)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PJ-HISTORICO          PIC X(30).
