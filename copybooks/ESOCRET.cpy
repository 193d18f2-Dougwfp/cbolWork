      ******************************************************************
      * ESOCRET.cpy
      * eSocial portal return record - one row per event processed
      * by the government portal, keyed like ESOCCTL.cpy (evento,
      * competencia, empresa, prontuario, payment type): "A" aceito
      * with the receipt number, or "R" rejeitado with the portal's
      * message. ESOCIAL option 2 registers the receipts in
      * ESOCCTL.DAT; rejected events stay "G" and go out again on
      * the next generation.
      ******************************************************************
       01 ESOCRET-RECORD.
          05 ER-EVENTO             PIC X(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 ER-COMPETENCIA        PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 ER-EMPRESA            PIC 9(02).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 ER-PRONTUARIO         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 ER-CHAVE-PGTO         PIC X(01).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 ER-SITUACAO           PIC X(01).
             88 ER-ACEITO          VALUE "A".
             88 ER-REJEITADO       VALUE "R".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 ER-RECIBO             PIC X(23).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 ER-MENSAGEM           PIC X(40).
