      ******************************************************************
      * RISCOWS.cpy
      * Working-storage fields for the hazard pay routines (see
      * RISCOCAL.cpy for the paragraphs and calling convention). A
      * program that COPYs this must also declare the EXPOSIC-FILE
      * (SELECT + FD with EXPOSIC.cpy) and COPY "RISCOCAL.cpy" in its
      * PROCEDURE DIVISION. The caller supplies the department grade
      * and flag (DEPTMAST), the monthly base salary and the minimum
      * wage in force (LEGALTAB); the routine returns the monthly
      * insalubridade or periculosidade, only one of them non-zero.
      ******************************************************************
       77 WS-EXPOSIC-STATUS PIC XX VALUE "00".
       77 WS-EXPOSIC-EOF PIC X VALUE "N".
           88 EXPOSIC-EOF VALUE "Y".
       77 WS-EX-COUNT PIC 9(04) VALUE ZERO.
       77 WS-EX-IDX PIC 9(04) VALUE ZERO.
       77 WS-EX-MAXIMO PIC 9(04) VALUE 2000.
       77 WS-EX-ALVO PIC X(08) VALUE SPACES.
       77 WS-EX-DATA PIC 9(08) VALUE ZERO.
       77 WS-EX-GRAU-DEPTO PIC 9(02) VALUE ZERO.
       77 WS-EX-PERIC-DEPTO PIC X(01) VALUE "N".
       77 WS-EX-SALARIO-BASE PIC 9(07)V99 VALUE ZERO.
       77 WS-EX-SALARIO-MINIMO PIC 9(05)V99 VALUE ZERO.
       77 WS-EX-ALIQ-PERICULOSIDADE PIC 9V99 VALUE 0,30.
       77 WS-EX-MELHOR-DATA PIC 9(08) VALUE ZERO.
       77 WS-EX-GRAU PIC 9(02) VALUE ZERO.
       77 WS-EX-PERIC PIC X(01) VALUE "N".
       77 WS-EX-ORIGEM PIC X(01) VALUE "D".
           88 EX-ORIGEM-FUNCIONARIO VALUE "F".
       77 WS-EX-INSALUBRIDADE PIC 9(07)V99 VALUE ZERO.
       77 WS-EX-PERICULOSIDADE PIC 9(07)V99 VALUE ZERO.
       01 WS-EX-TAB.
           05 WS-EX-ENTRY OCCURS 2000 TIMES.
               10 WS-EX-PRONTUARIO PIC X(08).
               10 WS-EX-VIGENCIA PIC 9(08).
               10 WS-EX-FIM PIC 9(08).
               10 WS-EX-TAB-GRAU PIC 9(02).
               10 WS-EX-TAB-PERIC PIC X(01).
