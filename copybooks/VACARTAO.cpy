      ******************************************************************
      * VACARTAO.cpy
      * Meal/food card provider credit file - VACARTAO.DAT,
      * regenerated by each VALEREF run: a header ("0") with the
      * benefit type, competencia and generation timestamp, one
      * detail ("1") per employee with CPF, prontuario and the value
      * to load on the card, and a trailer ("9") with the count and
      * total the provider invoice must match.
      ******************************************************************
       01 VACARTAO-RECORD.
          05 VK-TIPO               PIC X(01).
             88 VK-HEADER          VALUE "0".
             88 VK-DETALHE         VALUE "1".
             88 VK-TRAILER         VALUE "9".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VK-DADOS              PIC X(50).
          05 VK-DADOS-HEADER REDEFINES VK-DADOS.
             10 VK-HDR-BENEFICIO   PIC X(01).
             10 FILLER             PIC X(01).
             10 VK-HDR-COMPETENCIA PIC 9(06).
             10 FILLER             PIC X(01).
             10 VK-HDR-GERACAO     PIC 9(14).
             10 FILLER             PIC X(27).
          05 VK-DADOS-DETALHE REDEFINES VK-DADOS.
             10 VK-DET-CPF         PIC X(11).
             10 FILLER             PIC X(01).
             10 VK-DET-PRONTUARIO  PIC X(08).
             10 FILLER             PIC X(01).
             10 VK-DET-VALOR       PIC 9(07)V99.
             10 FILLER             PIC X(20).
          05 VK-DADOS-TRAILER REDEFINES VK-DADOS.
             10 VK-TRL-QTD         PIC 9(05).
             10 FILLER             PIC X(01).
             10 VK-TRL-TOTAL       PIC 9(09)V99.
             10 FILLER             PIC X(33).
