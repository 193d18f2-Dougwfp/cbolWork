      ******************************************************************
      * VINCEXT.cpy
      * External employment link (multiplos vinculos) record - one
      * row per declaration on VINCEXT.DAT, maintained by MANUTVIN:
      * the employee declares the remuneration received and the INSS
      * already withheld by another employer (VX-CNPJ) for the
      * competencias VX-COMP-INICIO to VX-COMP-FIM, which must fall
      * in the same calendar year (zero = up to December of that
      * year). TRAB1, RESCISAO and FOLHACOMP limit our INSS
      * withholding to what is left under the ceiling (see
      * VINCCAL.cpy); GUIAGOV and ESOCIAL report the external
      * remuneration; VINCALRT lists the declarations that expire
      * at year end without a renewal. VX-STATUS "A"tiva or
      * "C"ancelada.
      ******************************************************************
       01 VINCEXT-RECORD.
          05 VX-PRONTUARIO         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VX-CNPJ               PIC X(14).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VX-COMP-INICIO        PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VX-COMP-FIM           PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VX-REMUNERACAO        PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VX-INSS-RETIDO        PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VX-STATUS             PIC X(01).
             88 VX-ATIVA           VALUE "A".
             88 VX-CANCELADA       VALUE "C".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VX-OPERADOR           PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 VX-TIMESTAMP          PIC 9(14).
