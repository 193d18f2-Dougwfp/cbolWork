      * MANUTEMP and the batch timesheet processing validate
      * department codes against it (a typo no longer creates a new
      * row in the cost summary), and the batch summary prints
      * DP-DESCRICAO next to the code. DP-GRAU-INSALUBRIDADE is the
      * unhealthy-work grade of the area (0, 10, 20 or 40 percent of
      * the minimum wage) and DP-PERICULOSIDADE "S" marks a dangerous
      * area (30% of the base salary); TRAB1 and RESCISAO pay the
      * larger of the two (see RISCOCAL.cpy), unless an EXPOSIC.DAT
      * row overrides the department for the employee.
      ******************************************************************
       01 DEPTMAST-RECORD.
          05 DP-CODIGO             PIC X(10).
             88 DP-ATIVO           VALUE "A".
             88 DP-INATIVO         VALUE "I".
          05 DP-RESPONSAVEL        PIC X(20).
          05 DP-GRAU-INSALUBRIDADE PIC 9(02).
             88 DP-GRAU-VALIDO     VALUE 0 10 20 40.
          05 DP-PERICULOSIDADE     PIC X(01).
             88 DP-PERICULOSO      VALUE "S".
