      ******************************************************************
      * VTPEDIDO.cpy
      * Transport-voucher purchase order - VTPEDIDO.DAT, regenerated
      * by each VALETRAN run. One block per transport operator: a
      * header ("0") with the operator and competencia, one detail
      * ("1") per employee with CPF, prontuario and credit value,
      * and a trailer ("9") with the count and total the operator
      * invoice must match.
      ******************************************************************
       01 VTPEDIDO-RECORD.
          05 VP-TIPO               PIC X(01).
             88 VP-HEADER          VALUE "0".
             88 VP-DETALHE         VALUE "1".
             88 VP-TRAILER         VALUE "9".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VP-OPERADORA          PIC X(10).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VP-DADOS              PIC X(50).
          05 VP-DADOS-HEADER REDEFINES VP-DADOS.
             10 VP-HDR-COMPETENCIA PIC 9(06).
             10 FILLER             PIC X(01).
             10 VP-HDR-GERACAO     PIC 9(14).
             10 FILLER             PIC X(29).
          05 VP-DADOS-DETALHE REDEFINES VP-DADOS.
             10 VP-DET-CPF         PIC X(11).
             10 FILLER             PIC X(01).
             10 VP-DET-PRONTUARIO  PIC X(08).
             10 FILLER             PIC X(01).
             10 VP-DET-DIAS        PIC 9(02).
             10 FILLER             PIC X(01).
             10 VP-DET-VALOR       PIC 9(07)V99.
             10 FILLER             PIC X(17).
          05 VP-DADOS-TRAILER REDEFINES VP-DADOS.
             10 VP-TRL-QTD         PIC 9(05).
             10 FILLER             PIC X(01).
             10 VP-TRL-TOTAL       PIC 9(09)V99.
             10 FILLER             PIC X(33).
