      ******************************************************************
      * VTCRED.cpy
      * Transport-voucher cost record - one row per prontuario per
      * competencia on VTCRED.DAT, written by VALETRAN's monthly run:
      * the commuting days counted (workdays in CALENDAR.DAT less
      * programmed vacation) and the real cost of the credit bought
      * from the operators. TRAB1's CALC-FOLHA deducts the lesser of
      * 6% of bruto or VC-CUSTO; EXPCONTA books the difference
      * between VC-CUSTO and the employee share (AL-VALE-TRANSP) as
      * the employer's share. A rerun of VALETRAN replaces the rows
      * of its own competencia and keeps the others.
      ******************************************************************
       01 VTCRED-RECORD.
          05 VC-PRONTUARIO         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VC-COMPETENCIA        PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VC-DIAS               PIC 9(02).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VC-CUSTO              PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VC-OPERADOR           PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VC-TIMESTAMP          PIC 9(14).
