      ******************************************************************
      * VINCWS.cpy
      * Working-storage fields for the multiple employment link
      * routines (see VINCCAL.cpy for the paragraphs and calling
      * convention). A program that COPYs this must also declare the
      * VINCEXT-FILE (SELECT + FD with VINCEXT.cpy), COPY
      * "INSSTAB.cpy" and COPY "VINCCAL.cpy" in its PROCEDURE
      * DIVISION. WS-VX-IND-MV follows the eSocial indMV codes:
      * space no other link, "2" we withhold on the difference up to
      * the ceiling, "3" the other links already reach the ceiling.
      ******************************************************************
       77 WS-VINCEXT-STATUS PIC XX VALUE "00".
       77 WS-VINCEXT-EOF PIC X VALUE "N".
           88 VINCEXT-EOF VALUE "Y".
       77 WS-VX-COUNT PIC 9(04) VALUE ZERO.
       77 WS-VX-IDX PIC 9(04) VALUE ZERO.
       77 WS-VX-MAXIMO PIC 9(04) VALUE 1000.
       77 WS-VX-ALVO PIC X(08) VALUE SPACES.
       77 WS-VX-COMP PIC 9(06) VALUE ZERO.
       77 WS-VX-ANO PIC 9(04) VALUE ZERO.
       77 WS-VX-QTD PIC 9(02) VALUE ZERO.
       77 WS-VX-REM-OUTROS PIC 9(09)V99 VALUE ZERO.
       77 WS-VX-INSS-OUTROS PIC 9(09)V99 VALUE ZERO.
       77 WS-VX-TETO-CONTRIB PIC 9(07)V99 VALUE ZERO.
       77 WS-VX-SALDO PIC S9(09)V99 VALUE ZERO.
       77 WS-VX-INSS-VALOR PIC 9(07)V99 VALUE ZERO.
       77 WS-VX-FX-IDX PIC 9 VALUE ZERO.
       77 WS-VX-FAIXA-ANT PIC 9(07)V99 VALUE ZERO.
       77 WS-VX-IND-MV PIC X(01) VALUE SPACE.
           88 VX-SEM-OUTRO-VINCULO VALUE SPACE.
           88 VX-DESCONTA-DIFERENCA VALUE "2".
           88 VX-TETO-EM-OUTRO VALUE "3".
       01 WS-VX-TAB.
           05 WS-VX-ENTRY OCCURS 1000 TIMES.
               10 WS-VX-PRONTUARIO PIC X(08).
               10 WS-VX-CNPJ PIC X(14).
               10 WS-VX-INICIO PIC 9(06).
               10 WS-VX-FIM PIC 9(06).
               10 WS-VX-REMUNERACAO PIC 9(07)V99.
               10 WS-VX-INSS PIC 9(07)V99.
