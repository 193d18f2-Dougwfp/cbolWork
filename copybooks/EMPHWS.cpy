      ******************************************************************
      * EMPHWS.cpy
      * Working-storage fields for the group company history routines
      * (see EMPHCAL.cpy for the paragraphs and calling convention).
      * A program that COPYs this must also declare the EMPHIST-FILE
      * (SELECT + FD with EMPHIST.cpy) and COPY "EMPHCAL.cpy" in its
      * PROCEDURE DIVISION.
      ******************************************************************
       77 WS-EMPHIST-STATUS PIC XX VALUE "00".
       77 WS-EMPHIST-EOF PIC X VALUE "N".
           88 EMPHIST-EOF VALUE "Y".
       77 WS-EH-COUNT PIC 9(04) VALUE ZERO.
       77 WS-EH-IDX PIC 9(04) VALUE ZERO.
       77 WS-EH-MAXIMO PIC 9(04) VALUE 1000.
       77 WS-EH-ALVO PIC X(08) VALUE SPACES.
       77 WS-EH-COMP PIC 9(06) VALUE ZERO.
       77 WS-EH-PADRAO PIC 9(02) VALUE ZERO.
       77 WS-EH-MES-INICIO PIC 9(08) VALUE ZERO.
       77 WS-EH-MES-FIM PIC 9(08) VALUE ZERO.
       77 WS-EH-DATA-NOVA PIC 9(08) VALUE ZERO.
       77 WS-EH-DATA-ANT PIC 9(08) VALUE ZERO.
       77 WS-EH-DATA-PRIM PIC 9(08) VALUE ZERO.
       77 WS-EH-EMPRESA-PRIM PIC 9(02) VALUE ZERO.
       77 WS-EH-EMPRESA PIC 9(02) VALUE ZERO.
       77 WS-EH-EMPRESA-ANT PIC 9(02) VALUE ZERO.
       77 WS-EH-DIA-TROCA PIC 9(02) VALUE ZERO.
       77 WS-EH-FATOR-ANT PIC 9V9999 VALUE ZERO.
       77 WS-EH-TRANSFERIDO PIC X VALUE "N".
           88 EH-TRANSFERIDO-NO-MES VALUE "Y".
       01 WS-EH-TAB.
           05 WS-EH-ENTRY OCCURS 1000 TIMES.
               10 WS-EH-PRONTUARIO PIC X(08).
               10 WS-EH-DATA PIC 9(08).
               10 WS-EH-CODIGO PIC 9(02).
