      ******************************************************************
      * PLANPREC.cpy
      * Health plan price table - one row per plan per age band on
      * PLANPREC.DAT, maintained by MANUTPLA: the monthly price the
      * carrier bills for each life (titular or dependent) whose age
      * on the first day of the competencia falls between
      * PP-IDADE-MIN and PP-IDADE-MAX, and the percentage of that
      * price the employee copays. Read by PLANOSAU's monthly run.
      ******************************************************************
       01 PLANPREC-RECORD.
          05 PP-PLANO              PIC X(04).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PP-DESCRICAO          PIC X(20).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PP-IDADE-MIN          PIC 9(03).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PP-IDADE-MAX          PIC 9(03).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PP-VALOR              PIC 9(05)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PP-PERC-EMPREGADO     PIC 9(03)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PP-OPERADOR           PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PP-TIMESTAMP          PIC 9(14).
