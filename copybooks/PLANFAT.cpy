      ******************************************************************
      * PLANFAT.cpy
      * Health plan carrier invoice - one row per life billed on
      * PLANFAT.DAT, the file the carrier sends each month. Read by
      * PLANCONC, which matches PF-CARTEIRINHA against the lives
      * charged by PLANOSAU (PLANCOB.DAT) for the same competencia.
      ******************************************************************
       01 PLANFAT-RECORD.
          05 PF-COMPETENCIA        PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PF-CARTEIRINHA        PIC X(16).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PF-NOME               PIC X(30).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PF-PLANO              PIC X(04).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PF-VALOR              PIC 9(05)V99.
