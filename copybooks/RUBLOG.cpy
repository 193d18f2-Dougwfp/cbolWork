      ******************************************************************
      * RUBLOG.cpy
      * Rubrica ledger record - one row per rubrica applied to an
      * employee by TRAB1's monthly batch (PROCESSA-RUBRICAS), written
      * with the audit-trail row of the same calculation: the code,
      * provento/desconto and the value. The audit trail only keeps
      * the totals (AL-RUB-PROVENTOS/AL-RUB-DESCONTOS); FICHAFIN reads
      * this ledger to show each rubrica on the ficha financeira. A
      * competencia backed out by ESTORNO is recognised there by the
      * later "E" audit row of the same prontuario and competencia, so
      * nothing is ever deleted from this ledger either.
      ******************************************************************
       01 RUBLOG-RECORD.
          05 RL-PRONTUARIO         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 RL-COMPETENCIA        PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 RL-RUBRICA            PIC X(04).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 RL-DESCRICAO          PIC X(20).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 RL-TIPO               PIC X(01).
             88 RL-PROVENTO        VALUE "P".
             88 RL-DESCONTO        VALUE "D".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 RL-VALOR              PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 RL-TIMESTAMP          PIC 9(14).
