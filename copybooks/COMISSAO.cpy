      ******************************************************************
      * COMISSAO.cpy
      * Sales commission record - one row per commission accepted by
      * IMPCOMIS (COMISSAO.DAT). CM-STATUS "P" pendente / "S" pago:
      * TRAB1's batch picks up the pending rows of each employee it
      * pays (competencia up to the one being processed), adds the
      * commission and its DSR reflex to bruto as their own
      * holerite/audit columns, and marks the row paid with
      * CM-COMP-ACERTO (the competencia that absorbed it) and CM-DSR
      * (the reflex worked out from that month's calendar). ESTORNO
      * of that competencia puts the row back to pendente. The paid
      * rows are also the history behind the variable-pay average
      * (COMISCAL.cpy) used by ferias, 13o and rescisao.
      ******************************************************************
       01 COMISSAO-RECORD.
          05 CM-PRONTUARIO         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CM-COMPETENCIA        PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CM-REFERENCIA         PIC X(15).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CM-VALOR              PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CM-STATUS             PIC X(01).
             88 CM-PENDENTE        VALUE "P".
             88 CM-PAGO            VALUE "S".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CM-COMP-ACERTO        PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CM-DSR                PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CM-OPERADOR           PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CM-TIMESTAMP          PIC 9(14).
