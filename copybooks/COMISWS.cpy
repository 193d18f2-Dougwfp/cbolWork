      ******************************************************************
      * COMISWS.cpy
      * Working-storage fields for the variable-pay average routines
      * (see COMISCAL.cpy for the paragraphs and calling convention).
      * A program that COPYs this must also declare the COMISSAO-FILE
      * (SELECT + FD with COMISSAO.cpy) and COPY "COMISCAL.cpy" in
      * its PROCEDURE DIVISION. The table holds, per prontuario, the
      * commission plus DSR paid in the 12 competencias before
      * WS-CM-COMP-REF, and the count of commissions still pending.
      ******************************************************************
       77 WS-COMISSAO-STATUS PIC XX VALUE "00".
       77 WS-COMISSAO-EOF PIC X VALUE "N".
           88 COMISSAO-EOF VALUE "Y".
       77 WS-CM-COMP-REF PIC 9(06) VALUE ZERO.
       77 WS-CM-ALVO PIC X(08) VALUE SPACES.
       77 WS-CM-MEDIA PIC 9(07)V99 VALUE ZERO.
       77 WS-CM-QTD-PENDENTE PIC 9(03) VALUE ZERO.
       77 WS-CM-MES-REF PIC 9(06) VALUE ZERO.
       77 WS-CM-MES-ROW PIC 9(06) VALUE ZERO.
       77 WS-CM-ANO-WK PIC 9(04) VALUE ZERO.
       77 WS-CM-MM-WK PIC 9(02) VALUE ZERO.
       77 WS-CM-MD-COUNT PIC 9(04) VALUE ZERO.
       77 WS-CM-MD-IDX PIC 9(04) VALUE ZERO.
       77 WS-CM-MD-ACHOU PIC 9(04) VALUE ZERO.
       77 WS-CM-MD-MAXIMO PIC 9(04) VALUE 3000.
       01 WS-CM-MD-TAB.
           05 WS-CM-MD-ENTRY OCCURS 3000 TIMES.
               10 WS-CM-MD-PRONTUARIO PIC X(08).
               10 WS-CM-MD-TOTAL PIC 9(08)V99.
               10 WS-CM-MD-PENDENTE PIC 9(03).
