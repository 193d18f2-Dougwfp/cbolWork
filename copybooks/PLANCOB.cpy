      ******************************************************************
      * PLANCOB.cpy
      * Health plan monthly charge - one row per life per
      * competencia on PLANCOB.DAT, written by PLANOSAU: the age
      * band priced, the carrier price and its split between the
      * company and the employee. TRAB1's batch deducts the sum of
      * PC-EMPREGADO per prontuario (AL-PLANO-SAUDE); PLANCONC
      * matches these rows against the carrier invoice by
      * PC-CARTEIRINHA. A rerun of PLANOSAU replaces the rows of
      * its own competencia and keeps the others.
      ******************************************************************
       01 PLANCOB-RECORD.
          05 PC-COMPETENCIA        PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PC-PRONTUARIO         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PC-DEPENDENTE         PIC 9(02).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PC-CARTEIRINHA        PIC X(16).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PC-PLANO              PIC X(04).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PC-IDADE              PIC 9(03).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PC-VALOR              PIC 9(05)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PC-EMPRESA            PIC 9(05)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PC-EMPREGADO          PIC 9(05)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PC-OPERADOR           PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PC-TIMESTAMP          PIC 9(14).
