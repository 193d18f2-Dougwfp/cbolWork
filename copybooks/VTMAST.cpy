      ******************************************************************
      * VTMAST.cpy
      * Transport-voucher (vale-transporte) master record - one row
      * per prontuario per transport line used on VTMAST.DAT,
      * maintained by MANUTVT: the operator that sells the credit,
      * the line, how many trips a day the employee takes on it and
      * the fare per trip. VT-STATUS "A"tivo (counted by VALETRAN's
      * monthly run), "I"nativo (line no longer used, kept for
      * history).
      ******************************************************************
       01 VTMAST-RECORD.
          05 VT-PRONTUARIO         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VT-OPERADORA          PIC X(10).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VT-LINHA              PIC X(10).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VT-QTD-DIA            PIC 9(02).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VT-TARIFA             PIC 9(03)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VT-STATUS             PIC X(01).
             88 VT-ATIVO           VALUE "A".
             88 VT-INATIVO         VALUE "I".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VT-OPERADOR           PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VT-TIMESTAMP          PIC 9(14).
