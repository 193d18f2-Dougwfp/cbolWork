      ******************************************************************
      * EXPOSIC.cpy
      * Per-employee hazard exposure override - one row per period on
      * EXPOSIC.DAT, maintained by MANUTEXP and read by TRAB1 and
      * RESCISAO (see RISCOCAL.cpy). Used for employees who work in an
      * unhealthy or dangerous area outside their own department: from
      * EX-DATA-VIGENCIA to EX-DATA-FIM (zero = open) the grade and
      * flag below replace the ones on DEPTMAST for that employee,
      * including zero/"N" to stop paying a department premium. The
      * latest vigencia in force wins. EX-AREA is the department or
      * area where the exposure happens and EX-LAUDO the technical
      * report (LTCAT/PPRA) that classified it. EX-SITUACAO "A"tivo or
      * "C"ancelado.
      ******************************************************************
       01 EXPOSIC-RECORD.
          05 EX-PRONTUARIO         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 EX-DATA-VIGENCIA      PIC 9(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 EX-DATA-FIM           PIC 9(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 EX-GRAU-INSALUBRIDADE PIC 9(02).
             88 EX-GRAU-VALIDO     VALUE 0 10 20 40.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 EX-PERICULOSIDADE     PIC X(01).
             88 EX-PERICULOSO      VALUE "S".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 EX-AREA               PIC X(10).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 EX-LAUDO              PIC X(20).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 EX-SITUACAO           PIC X(01).
             88 EX-ATIVO           VALUE "A".
             88 EX-CANCELADO       VALUE "C".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 EX-OPERADOR           PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 EX-TIMESTAMP          PIC 9(14).
