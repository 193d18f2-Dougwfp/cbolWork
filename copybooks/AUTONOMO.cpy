      ******************************************************************
      * AUTONOMO.cpy
      * Self-employed contractor (autonomo) master record - one row
      * per freelancer or consultant paid by RPA (recibo de pagamento
      * autonomo), keyed by CPF, kept apart from EMPMAST because a
      * contractor is not an employee. CPF and NIT (PIS/PASEP/NIT,
      * same check digit) are validated with the DOCVAL.cpy routines
      * at entry. AU-ALIQ-ISS is the municipal ISS rate withheld on
      * the service (zero = not applicable). Maintained by MANUTAUT;
      * read by RPAPAG to issue the receipt and the bank credit.
      ******************************************************************
       01 AUTONOMO-RECORD.
          05 AU-CPF                PIC X(11).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AU-NOME               PIC X(30).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AU-NIT                PIC X(11).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AU-BANCO              PIC 9(03).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AU-AGENCIA            PIC X(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AU-CONTA              PIC X(12).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AU-ALIQ-ISS           PIC 9(02)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AU-STATUS             PIC X(01).
             88 AU-ATIVO           VALUE "A".
             88 AU-INATIVO         VALUE "I".
