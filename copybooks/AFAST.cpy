      ******************************************************************
      * AFAST.cpy
      * Leave of absence (afastamento) record - one row per leave on
      * AFAST.DAT, maintained by MANUTAFA and read by the TRAB1
      * monthly batch, PREPONTO, VALEREF and FERALERT (see
      * AFASTCAL.cpy). AF-TIPO "D"oenca (sick leave: the company pays
      * the first 15 days, INSS the rest), "A"cidente de trabalho
      * (same split, FGTS keeps being deposited), "M"aternidade
      * (salario-maternidade paid by the company and deducted from
      * the GPS) or "N"ao remunerada. AF-DATA-RETORNO is the expected
      * return date (zero = not known yet) and AF-DATA-FIM the actual
      * return date registered when the employee comes back (zero =
      * still away); both are the first day back at work. AF-CID is
      * the ICD code and AF-REFERENCIA the medical certificate, CAT
      * or INSS benefit number. AF-SITUACAO "A"tivo or "C"ancelado.
      ******************************************************************
       01 AFAST-RECORD.
          05 AF-PRONTUARIO         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AF-TIPO               PIC X(01).
             88 AF-DOENCA          VALUE "D".
             88 AF-ACIDENTE        VALUE "A".
             88 AF-MATERNIDADE     VALUE "M".
             88 AF-NAO-REMUNERADA  VALUE "N".
             88 AF-TIPO-VALIDO     VALUE "D" "A" "M" "N".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AF-DATA-INICIO        PIC 9(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AF-DATA-RETORNO       PIC 9(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AF-DATA-FIM           PIC 9(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AF-CID                PIC X(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AF-REFERENCIA         PIC X(20).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AF-SITUACAO           PIC X(01).
             88 AF-ATIVO           VALUE "A".
             88 AF-CANCELADO       VALUE "C".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AF-OPERADOR           PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AF-TIMESTAMP          PIC 9(14).
