      ******************************************************************
      * AFASTWS.cpy
      * Working-storage fields for the leave of absence routines (see
      * AFASTCAL.cpy for the paragraphs and calling convention). A
      * program that COPYs this must also declare the AFAST-FILE
      * (SELECT + FD with AFAST.cpy) and COPY "AFASTCAL.cpy" in its
      * PROCEDURE DIVISION. Day ranges are kept as INTEGER-OF-DATE
      * day numbers; WS-AF-FIM-NUM is the last day away (9999999 for
      * a leave with no return date yet).
      ******************************************************************
       77 WS-AFAST-STATUS PIC XX VALUE "00".
       77 WS-AFAST-EOF PIC X VALUE "N".
           88 AFAST-EOF VALUE "Y".
       77 WS-AF-COUNT PIC 9(04) VALUE ZERO.
       77 WS-AF-IDX PIC 9(04) VALUE ZERO.
       77 WS-AF-MAXIMO PIC 9(04) VALUE 2000.
       77 WS-AF-ALVO PIC X(08) VALUE SPACES.
       77 WS-AF-COMP PIC 9(06) VALUE ZERO.
       77 WS-AF-DATA PIC 9(08) VALUE ZERO.
       77 WS-AF-DIAS-EMPRESA PIC 9(02) VALUE ZERO.
       77 WS-AF-DIAS-INSS PIC 9(02) VALUE ZERO.
       77 WS-AF-DIAS-ACIDENTE PIC 9(02) VALUE ZERO.
       77 WS-AF-DIAS-MATERNIDADE PIC 9(02) VALUE ZERO.
       77 WS-AF-DIAS-OUTROS PIC 9(02) VALUE ZERO.
       77 WS-AF-DIAS-TOTAL PIC 9(02) VALUE ZERO.
       77 WS-AF-NA-DATA PIC X VALUE "N".
           88 AF-NA-DATA VALUE "Y".
       77 WS-AF-PERDIDO PIC X VALUE "N".
           88 AF-AQUIS-PERDIDO VALUE "Y".
       77 WS-AF-LONGO PIC X VALUE "N".
           88 AF-LONGO-ACHADO VALUE "Y".
       77 WS-AF-LONGO-INICIO PIC 9(08) VALUE ZERO.
       77 WS-AF-LONGO-RETORNO PIC 9(08) VALUE ZERO.
       77 WS-AF-LONGO-DIAS PIC 9(03) VALUE 180.
       77 WS-AF-EMPRESA-DIAS PIC 9(02) VALUE 15.
       77 WS-AF-HOJE-NUM PIC 9(07) VALUE ZERO.
       77 WS-AF-MES-INI PIC 9(07) VALUE ZERO.
       77 WS-AF-MES-FIM PIC 9(07) VALUE ZERO.
       77 WS-AF-FAIXA-INI PIC 9(07) VALUE ZERO.
       77 WS-AF-FAIXA-FIM PIC 9(07) VALUE ZERO.
       77 WS-AF-OV-INI PIC 9(07) VALUE ZERO.
       77 WS-AF-OV-FIM PIC 9(07) VALUE ZERO.
       77 WS-AF-OV-DIAS PIC 9(03) VALUE ZERO.
       77 WS-AF-DATA-NUM PIC 9(07) VALUE ZERO.
       77 WS-AF-DURACAO PIC 9(07) VALUE ZERO.
       77 WS-AF-ANO PIC 9(04) VALUE ZERO.
       77 WS-AF-MES PIC 9(02) VALUE ZERO.
       77 WS-AF-PROX-ANOMES PIC 9(06) VALUE ZERO.
       01 WS-AF-TAB.
           05 WS-AF-ENTRY OCCURS 2000 TIMES.
               10 WS-AF-PRONTUARIO PIC X(08).
               10 WS-AF-TIPO PIC X(01).
               10 WS-AF-INICIO PIC 9(08).
               10 WS-AF-RETORNO PIC 9(08).
               10 WS-AF-INI-NUM PIC 9(07).
               10 WS-AF-FIM-NUM PIC 9(07).
