      * ALTERA / INATIVA performed by MANUTEMP, with operator,
      * timestamp, operation type ("I"nclusao, "A"lteracao,
      * "X"=inativacao) and the before and after images of
      * EMPMAST-RECORD (700 bytes each, room for the 609-byte record
      * to grow). Listed by date range by RELALTER.
      ******************************************************************
       01 CHGLOG-RECORD.
          05 CG-TIMESTAMP          PIC 9(14).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CG-PRONTUARIO         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CG-ANTES              PIC X(700).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CG-DEPOIS             PIC X(700).
