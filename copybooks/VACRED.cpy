      ******************************************************************
      * VACRED.cpy
      * Meal/food card credit record - one row per prontuario per
      * competencia per benefit type on VACRED.DAT, written by
      * VALEREF's monthly run: VA-TIPO "R" vale-refeicao, "A"
      * vale-alimentacao; the days credited (CALENDAR.DAT workdays
      * less the previous month's absences, leave and vacation), the
      * credit ordered from the provider and the PAT employee share
      * (zero when the company does not charge it). TRAB1's batch
      * deducts VA-DESCONTO in the matching competencia. A rerun of
      * VALEREF replaces the rows of its own competencia and type.
      ******************************************************************
       01 VACRED-RECORD.
          05 VA-PRONTUARIO         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VA-COMPETENCIA        PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VA-TIPO               PIC X(01).
             88 VA-REFEICAO        VALUE "R".
             88 VA-ALIMENTACAO     VALUE "A".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VA-DIAS               PIC 9(02).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VA-VALOR-CREDITO      PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VA-DESCONTO           PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VA-DEPARTAMENTO       PIC X(10).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VA-OPERADOR           PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VA-TIMESTAMP          PIC 9(14).
