      ******************************************************************
      * RESFWS.cpy
      * Working-storage fields for the consolidated payroll results
      * routines (see RESFCAL.cpy for the paragraphs and calling
      * convention). A program that COPYs this must also declare the
      * RESFOLHA-FILE (SELECT INDEXED, ACCESS DYNAMIC, RECORD KEY
      * RF-CHAVE, FILE STATUS WS-RESFOLHA-STATUS + FD with
      * RESFOLHA.cpy) and COPY "RESFCAL.cpy" in its PROCEDURE
      * DIVISION. WS-RF-COD gives the element code of each column of
      * the audit trail, in the order CARREGA-COLUNAS-AUDITORIA fills
      * WS-RF-COL-VALOR; WS-RF-FLUXOS the flows kept apart.
      ******************************************************************
       77 WS-RESFOLHA-STATUS PIC XX VALUE "00".
       77 WS-RF-COMP PIC 9(06) VALUE ZERO.
       77 WS-RF-PRONT PIC X(08) VALUE SPACES.
       77 WS-RF-FLUXO PIC X(01) VALUE SPACE.
       77 WS-RF-CODIGO PIC X(07) VALUE SPACES.
       77 WS-RF-VALOR PIC S9(09)V99 VALUE ZERO.
       77 WS-RF-FX-IDX PIC 9(01) VALUE ZERO.
       77 WS-RF-COL-IDX PIC 9(02) VALUE ZERO.
       77 WS-RF-COLUNAS PIC 9(02) VALUE 28.
       77 WS-RF-FIM-PAR PIC X VALUE "N".
           88 RF-FIM-PAR VALUE "Y".
       01 WS-RF-EDIT-X PIC X(08) VALUE SPACES.
       01 WS-RF-EDIT REDEFINES WS-RF-EDIT-X PIC Z(4)9,99.
       01 WS-RF-EDIT-SINAL REDEFINES WS-RF-EDIT-X PIC -(4)9,99.
       01 WS-RF-FLUXOS-VALORES PIC X(06) VALUE "NRDHPC".
       01 WS-RF-FLUXOS REDEFINES WS-RF-FLUXOS-VALORES.
          05 WS-RF-FX              PIC X(01) OCCURS 6 TIMES.
       01 WS-RF-CODIGOS-VALORES.
          05 FILLER PIC X(07) VALUE "BRUTO".
          05 FILLER PIC X(07) VALUE "INSS".
          05 FILLER PIC X(07) VALUE "IRRF".
          05 FILLER PIC X(07) VALUE "LIQUIDO".
          05 FILLER PIC X(07) VALUE "FGTS".
          05 FILLER PIC X(07) VALUE "ADIANT".
          05 FILLER PIC X(07) VALUE "FALTAS".
          05 FILLER PIC X(07) VALUE "SALFAM".
          05 FILLER PIC X(07) VALUE "PENSAO".
          05 FILLER PIC X(07) VALUE "CONSIG".
          05 FILLER PIC X(07) VALUE "RUBPROV".
          05 FILLER PIC X(07) VALUE "RUBDESC".
          05 FILLER PIC X(07) VALUE "ACERTIR".
          05 FILLER PIC X(07) VALUE "ADNOTUR".
          05 FILLER PIC X(07) VALUE "VTRANSP".
          05 FILLER PIC X(07) VALUE "VREFEIC".
          05 FILLER PIC X(07) VALUE "PLSAUDE".
          05 FILLER PIC X(07) VALUE "SALMATE".
          05 FILLER PIC X(07) VALUE "DISSIDI".
          05 FILLER PIC X(07) VALUE "COMISSA".
          05 FILLER PIC X(07) VALUE "DSRCOMI".
          05 FILLER PIC X(07) VALUE "INSALUB".
          05 FILLER PIC X(07) VALUE "PERICUL".
          05 FILLER PIC X(07) VALUE "HORAS".
          05 FILLER PIC X(07) VALUE "HEXTRAS".
          05 FILLER PIC X(07) VALUE "VLEXTRA".
          05 FILLER PIC X(07) VALUE "BHCRED".
          05 FILLER PIC X(07) VALUE "BHDEBIT".
       01 WS-RF-CODIGOS REDEFINES WS-RF-CODIGOS-VALORES.
          05 WS-RF-COD             PIC X(07) OCCURS 28 TIMES.
       01 WS-RF-VALORES-COLUNA.
          05 WS-RF-COL-VALOR       PIC S9(09)V99 OCCURS 28 TIMES.
