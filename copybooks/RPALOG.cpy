      ******************************************************************
      * RPALOG.cpy
      * RPA (recibo de pagamento autonomo) ledger record - one row per
      * receipt issued by RPAPAG, appended to RPALOG.DAT: the RPA
      * number, contractor CPF, competencia, service description,
      * gross value, the contractor INSS (11% limited to the ceiling
      * less what was already withheld in the month), IRRF, ISS, the
      * company's 20% patronal share and the net credited to the
      * contractor. RPAPAG's remittance option sends the net of the
      * competencia in the BANCOREM layout; GUIAVENC adds the INSS
      * and patronal to the GPS, the IRRF to the DARF and the ISS to
      * the ISS guia; EXPCONTA posts them with the payroll entries.
      ******************************************************************
       01 RPALOG-RECORD.
          05 RP-NUMERO             PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 RP-CPF                PIC X(11).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 RP-COMPETENCIA        PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 RP-DESCRICAO          PIC X(30).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 RP-VALOR              PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 RP-INSS               PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 RP-IRRF               PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 RP-ISS                PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 RP-PATRONAL           PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 RP-LIQUIDO            PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 RP-OPERADOR           PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 RP-TIMESTAMP          PIC 9(14).
