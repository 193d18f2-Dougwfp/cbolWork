      ******************************************************************
      * COMPMOV.cpy
      * Supplementary payroll (folha complementar) item record - one
      * row per extra item of a competencia already paid, prepared by
      * HR on COMPMOV.DAT and read by FOLHACMP. CX-TIPO "H" horas
      * normais and "E" horas extras (CX-HORAS at the valor-hora in
      * force in the competencia), "V" a taxable value (CX-VALOR,
      * enters the INSS/IRRF/FGTS bases like the rest of the bruto)
      * or "R" a rubrica of RUBRICA.DAT (CX-RUBRICA, CX-VALOR
      * overriding a fixed-value rubrica), applied after the taxes as
      * TRAB1 does. CX-STATUS "P" pendente / "S" pago: FOLHACMP marks
      * the items of each employee it pays with the operator and
      * timestamp, so a rerun never pays the same item twice.
      ******************************************************************
       01 COMPMOV-RECORD.
          05 CX-PRONTUARIO         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CX-COMPETENCIA        PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CX-TIPO               PIC X(01).
             88 CX-HORAS-NORMAIS   VALUE "H".
             88 CX-HORAS-EXTRAS    VALUE "E".
             88 CX-VALOR-TRIBUTAVEL VALUE "V".
             88 CX-RUBRICA-ITEM    VALUE "R".
             88 CX-TIPO-VALIDO     VALUE "H" "E" "V" "R".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CX-RUBRICA            PIC X(04).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CX-HORAS              PIC 9(03)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CX-VALOR              PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CX-HISTORICO          PIC X(30).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CX-STATUS             PIC X(01).
             88 CX-PENDENTE        VALUE "P" " ".
             88 CX-PAGO            VALUE "S".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CX-OPERADOR           PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 CX-TIMESTAMP          PIC 9(14).
