      ******************************************************************
      * JOBSTRM.cpy
      * Job stream control record - one row per step of the nightly
      * stream on JOBSTRM.DAT, edited by hand like OBRIGCAL.DAT and
      * read by JOBCTL, in the order the steps run. JS-EXECUTAVEL is
      * the compiled program under jobs/, JS-PARAMETROS the console
      * answers it is fed, separated by "|" ("-" = none), where
      * nightly_run.sh replaces the @NAME@ tokens with the run's
      * values. JS-FREQUENCIA "D" every night, "M" on day JS-DIA of
      * the month, "U" on the JS-DIA-th business day of the month
      * (CALENDAR.DAT, Monday to Friday when the month is not in
      * it); JS-MES other than zero limits the step to that month.
      * JS-PREDECESSOR names up to three steps that must run (or be
      * skipped by their own calendar) before this one; JS-RC-MAXIMO
      * is the highest exit code that still lets the stream go on.
      ******************************************************************
       01 JOBSTRM-RECORD.
          05 JS-PASSO              PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 JS-PROGRAMA           PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 JS-EXECUTAVEL         PIC X(16).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 JS-FREQUENCIA         PIC X(01).
             88 JS-DIARIO          VALUE "D".
             88 JS-DIA-DO-MES      VALUE "M".
             88 JS-DIA-UTIL        VALUE "U".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 JS-DIA                PIC 9(02).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 JS-MES                PIC 9(02).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 JS-RC-MAXIMO          PIC 9(02).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 JS-PREDECESSORES.
             10 JS-PREDECESSOR     OCCURS 3 TIMES.
                15 JS-PRED-PASSO   PIC X(08).
                15 FILLER          PIC X(01).
          05 JS-PARAMETROS         PIC X(80).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 JS-DESCRICAO          PIC X(50).
