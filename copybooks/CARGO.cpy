      ******************************************************************
      * CARGO.cpy
      * Job position (cargo) master record - keyed by CA-CODIGO on the
      * indexed CARGO file, maintained by MANUTCAR. Each cargo carries
      * its CBO occupation code and the salary grade it belongs to,
      * with the valor-hora band (minimum / maximum) of that grade.
      * MANUTEMP validates EM-CARGO against it and warns when the
      * valor-hora falls outside the band; RELCARGO lists employees
      * by cargo and grade with their position inside the band.
      ******************************************************************
       01 CARGO-RECORD.
          05 CA-CODIGO             PIC X(06).
          05 CA-DESCRICAO          PIC X(30).
          05 CA-CBO                PIC X(06).
          05 CA-GRADE              PIC X(03).
          05 CA-VH-MINIMO          PIC 9(05)V99.
          05 CA-VH-MAXIMO          PIC 9(05)V99.
          05 CA-STATUS             PIC X(01).
             88 CA-ATIVO           VALUE "A".
             88 CA-INATIVO         VALUE "I".
