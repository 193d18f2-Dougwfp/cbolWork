      * PROCEDURE DIVISION. Fill WS-JJ-PROGRAMA once at start of
      * run; set WS-JJ-EVENTO ("I" at start, "F" at end), the counts
      * and WS-JJ-RETORNO and PERFORM GRAVA-JOBJRNL at each point.
      * WS-JJ-PASSO/WS-JJ-DATA-LOTE are only filled by JOBCTL.
      ******************************************************************
       77 WS-JOBJRNL-STATUS PIC XX VALUE "00".
       77 WS-JJ-PROGRAMA PIC X(08) VALUE SPACES.
       77 WS-JJ-QTD-REJEITADA PIC 9(05) VALUE ZERO.
       77 WS-JJ-TOTAL-CONTROLE PIC 9(11)V99 VALUE ZERO.
       77 WS-JJ-RETORNO PIC 9(02) VALUE ZERO.
       77 WS-JJ-PASSO PIC X(08) VALUE SPACES.
       77 WS-JJ-DATA-LOTE PIC 9(08) VALUE ZERO.
