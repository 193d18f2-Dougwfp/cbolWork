      ******************************************************************
      * CARGHIST.cpy
      * Job position assignment history record - one row per cargo
      * change, written by MANUTEMP whenever EM-CARGO is set or
      * altered, with the date the new cargo takes effect (same
      * pattern as DEPTHIST for departments). EM-CARGO holds the
      * cargo in force today; readers that need the cargo at a past
      * date take the latest row with vigencia up to that date.
      ******************************************************************
       01 CARGHIST-RECORD.
          05 CH-PRONTUARIO         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CH-DATA-VIGENCIA      PIC 9(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CH-CARGO              PIC X(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CH-OPERADOR           PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CH-TIMESTAMP          PIC 9(14).
