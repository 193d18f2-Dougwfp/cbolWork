      * Effective-dated legal parameter table record - one row per
      * data de vigencia on the external LEGALTAB.DAT file, so the
      * yearly government changes (dependent deduction, FGTS rate,
      * salario-familia teto/quota, patronal INSS/RAT/terceiros rates,
      * the four INSS withholding brackets and the national minimum
      * wage used for the insalubridade premium) no longer require a
      * recompile of the payroll programs. Selected per competencia
      * by SELECT-LEGAL-RATE, the same pattern as SELECT-IRRF-RATE;
      * with no row in force the compiled defaults in LEGALWS.cpy /
      * INSSTAB.cpy apply unchanged. Maintained by MANUTLEG. Rows
      * written before LP-SALARIO-MINIMO existed read it as spaces
      * and keep the compiled minimum wage.
      ******************************************************************
       01 LEGALTAB-RECORD.
          05 LP-DATA-VIGENCIA      PIC 9(08).
             10 FILLER             PIC X(01).
             10 LP-INSS-ALIQUOTA   PIC 9V9999.
             10 FILLER             PIC X(01).
          05 LP-SALARIO-MINIMO     PIC 9(05)V99.
