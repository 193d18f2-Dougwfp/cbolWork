      ******************************************************************
      * PLANADES.cpy
      * Health plan enrollment - one row per life on PLANADES.DAT,
      * maintained by MANUTPLA. PA-DEPENDENTE zero is the titular
      * (the employee); 01-10 is the EM-DEPENDENTE occurrence on
      * EMPMAST, whose EM-DEP-NASCIMENTO gives the dependent's age.
      * The titular's birth date is kept in PA-NASCIMENTO because
      * EMPMAST does not carry it. PA-IDADE-LIMITE is the age at
      * which a dependent stops being eligible (zero = no limit).
      * PA-CARTEIRINHA is the carrier's card number and the key
      * used to match the carrier invoice (PLANFAT.DAT).
      * PA-DATA-FIM zero means the enrollment is open.
      ******************************************************************
       01 PLANADES-RECORD.
          05 PA-PRONTUARIO         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PA-DEPENDENTE         PIC 9(02).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PA-PLANO              PIC X(04).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PA-CARTEIRINHA        PIC X(16).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PA-NASCIMENTO         PIC 9(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PA-IDADE-LIMITE       PIC 9(03).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PA-DATA-INICIO        PIC 9(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PA-DATA-FIM           PIC 9(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PA-OPERADOR           PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PA-TIMESTAMP          PIC 9(14).
