      ******************************************************************
      * ESOCCTL.cpy
      * eSocial transmission control record - one row per event key
      * ever generated by ESOCIAL: evento (S-1200/S-1210/S-1299),
      * competencia, empresa, prontuario (spaces on S-1299) and the
      * payment type (NP-TIPO, S-1210 only). EC-TOTAL-CONTROLE is the
      * content total of the last version generated, EC-RECIBO the
      * receipt number the portal returned for the last version
      * accepted. EC-SITUACAO "G" gerado (awaiting the portal's
      * return), "T" transmitido (receipt registered). ESOCIAL skips
      * an event already transmitted with the same content and sends
      * a changed one as a retificacao of EC-RECIBO instead of a
      * duplicate original.
      ******************************************************************
       01 ESOCCTL-RECORD.
          05 EC-EVENTO             PIC X(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 EC-COMPETENCIA        PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 EC-EMPRESA            PIC 9(02).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 EC-PRONTUARIO         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 EC-CHAVE-PGTO         PIC X(01).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 EC-TOTAL-CONTROLE     PIC 9(11)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 EC-IND-RETIF          PIC X(01).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 EC-SITUACAO           PIC X(01).
             88 EC-GERADO          VALUE "G".
             88 EC-TRANSMITIDO     VALUE "T".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 EC-RECIBO             PIC X(23).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 EC-TIMESTAMP          PIC 9(14).
