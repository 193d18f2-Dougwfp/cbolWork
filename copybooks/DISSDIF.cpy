      ******************************************************************
      * DISSDIF.cpy
      * Collective-agreement (dissidio) retroactive difference record
      * - one row per employee and competencia already paid, written
      * by DISSIDIO when an agreement is applied with a base date in
      * the past: the bruto paid in that competencia (from the audit
      * trail, net of estornos), the bruto due at the adjusted rate,
      * and the difference. DD-STATUS "P" pendente / "S" pago:
      * TRAB1's batch picks up the pending rows of each employee it
      * pays, adds the difference to bruto (so INSS, IRRF and FGTS
      * are charged on it), shows it as its own holerite/audit
      * column and marks the row paid with DD-COMP-ACERTO, the
      * competencia that absorbed it. ESTORNO of that competencia
      * puts the row back to pendente.
      ******************************************************************
       01 DISSDIF-RECORD.
          05 DD-PRONTUARIO         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DD-COMPETENCIA        PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DD-DATA-BASE          PIC 9(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DD-PERCENTUAL         PIC 9(03)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DD-VALOR-HORA-ANT     PIC 9(05)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DD-VALOR-HORA-NOVO    PIC 9(05)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DD-BRUTO-PAGO         PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DD-BRUTO-DEVIDO       PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DD-DIFERENCA          PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DD-STATUS             PIC X(01).
             88 DD-PENDENTE        VALUE "P".
             88 DD-PAGO            VALUE "S".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DD-COMP-ACERTO        PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DD-OPERADOR           PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DD-TIMESTAMP          PIC 9(14).
