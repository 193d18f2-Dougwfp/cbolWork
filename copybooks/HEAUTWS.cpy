      ******************************************************************
      * HEAUTWS.cpy
      * Working-storage fields for the overtime authorization routines
      * (see HEAUTCAL.cpy for the paragraphs and calling convention).
      * A program that COPYs this must also declare the HEAUTOR-FILE
      * (SELECT + FD with HEAUTOR.cpy) and COPY "HEAUTCAL.cpy" in its
      * PROCEDURE DIVISION. WS-HA-TAB holds one row per prontuario
      * with the hours authorized in the competencia WS-HA-COMP.
      ******************************************************************
       77 WS-HEAUTOR-STATUS PIC XX VALUE "00".
       77 WS-HEAUTOR-EOF PIC X VALUE "N".
           88 HEAUTOR-EOF VALUE "Y".
       77 WS-HA-COMP PIC 9(06) VALUE ZERO.
       77 WS-HA-COMP-REG PIC 9(06) VALUE ZERO.
       77 WS-HA-ALVO PIC X(08) VALUE SPACES.
       77 WS-HA-AUTORIZADAS PIC 9(03) VALUE ZERO.
       77 WS-HA-COUNT PIC 9(04) VALUE ZERO.
       77 WS-HA-IDX PIC 9(04) VALUE ZERO.
       77 WS-HA-ACHOU PIC 9(04) VALUE ZERO.
       77 WS-HA-MAXIMO PIC 9(04) VALUE 2000.
       77 WS-HA-DISPONIVEL PIC X VALUE "N".
           88 HA-DISPONIVEL VALUE "Y".
       01 WS-HA-TAB.
           05 WS-HA-ENTRY OCCURS 2000 TIMES.
               10 WS-HA-PRONTUARIO PIC X(08).
               10 WS-HA-HORAS PIC 9(03).
