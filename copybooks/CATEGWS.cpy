      ******************************************************************
      * CATEGWS.cpy
      * Working-storage fields for the employment category rules (see
      * CATEGCAL.cpy for the paragraph and calling convention). The
      * caller moves EM-CATEGORIA to WS-CAT-CODIGO and the FGTS rate in
      * force (LEGALTAB) to WS-CAT-ALIQ-FGTS-NORMAL; APURA-CATEGORIA
      * returns the row of the category in WS-CAT-ORDEM (1 CLT, 2
      * aprendiz, 3 estagiario, 4 diretor - WS-CAT-DESCRICAO names it
      * in the reports), the FGTS rate to apply and the INSS, encargos,
      * 13o and ferias entitlements of the employee.
      ******************************************************************
       77 WS-CAT-CODIGO PIC X(01) VALUE SPACE.
           88 CAT-APRENDIZ VALUE "A".
           88 CAT-ESTAGIARIO VALUE "E".
           88 CAT-DIRETOR VALUE "D".
       77 WS-CAT-ORDEM PIC 9(01) VALUE 1.
       77 WS-CAT-LIMITE PIC 9(01) VALUE 4.
       77 WS-CAT-ALIQ-FGTS-NORMAL PIC 9V9999 VALUE 0,0800.
       77 WS-CAT-ALIQ-FGTS-APRENDIZ PIC 9V9999 VALUE 0,0200.
       77 WS-CAT-ALIQ-FGTS PIC 9V9999 VALUE 0,0800.
       77 WS-CAT-ALIQ-INDIVIDUAL PIC 9V9999 VALUE 0,1100.
       77 WS-CAT-BASE PIC 9(07)V99 VALUE ZERO.
       77 WS-CAT-TETO PIC 9(07)V99 VALUE ZERO.
       77 WS-CAT-INSS-VALOR PIC 9(07)V99 VALUE ZERO.
       77 WS-CAT-INSS PIC X(01) VALUE "T".
           88 CAT-INSS-TABELA VALUE "T".
           88 CAT-INSS-INDIVIDUAL VALUE "I".
           88 CAT-INSS-ISENTO VALUE "N".
       77 WS-CAT-ENCARGOS PIC X(01) VALUE "T".
           88 CAT-ENCARGOS-TOTAL VALUE "T".
           88 CAT-ENCARGOS-PATRONAL VALUE "P".
           88 CAT-ENCARGOS-ISENTO VALUE "N".
       77 WS-CAT-DIREITO-13 PIC X(01) VALUE "S".
           88 CAT-TEM-13 VALUE "S".
       77 WS-CAT-DIREITO-FERIAS PIC X(01) VALUE "S".
           88 CAT-TEM-FERIAS VALUE "S".
       77 WS-CAT-DIREITO-TERCO PIC X(01) VALUE "S".
           88 CAT-TEM-TERCO VALUE "S".
       77 WS-CAT-DIREITO-CLT PIC X(01) VALUE "S".
           88 CAT-TEM-VERBAS-CLT VALUE "S".
       01 WS-CAT-DESCRICOES.
           05 FILLER PIC X(10) VALUE "CLT".
           05 FILLER PIC X(10) VALUE "APRENDIZ".
           05 FILLER PIC X(10) VALUE "ESTAGIARIO".
           05 FILLER PIC X(10) VALUE "DIRETOR".
       01 WS-CAT-DESC-TAB REDEFINES WS-CAT-DESCRICOES.
           05 WS-CAT-DESCRICAO PIC X(10) OCCURS 4 TIMES.
