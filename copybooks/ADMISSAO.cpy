      ******************************************************************
      * ADMISSAO.cpy
      * Batch admission record - one row per hire exported by the
      * recruiting system as ADMISSAO.DAT and read by IMPADMIS, which
      * applies the employee maintenance (MANUTEMP) checks to each row
      * and creates the EMPMAST record with its opening history rows.
      * AD-TIPO-CONTRATO and AD-CATEGORIA follow EM-TIPO-CONTRATO and
      * EM-CATEGORIA. For experiencia AD-DIAS-PERIODO-1 is the first
      * period (zero = 45 days) and AD-DIAS-PRORROGACAO the extension
      * (zero = up to the 90 days); for prazo determinado
      * AD-FIM-CONTRATO is the last day of the contract. AD-FIM-ESTAGIO
      * is only filled for estagiarios. AD-EMPRESA zero = empresa 01.
      * Dependents beyond AD-QTD-DEPENDENTE may be left blank.
      ******************************************************************
       01 ADMISSAO-RECORD.
          05 AD-PRONTUARIO         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AD-NOME               PIC X(20).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AD-SOBRENOME          PIC X(30).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AD-CPF                PIC X(11).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AD-PIS                PIC X(11).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AD-SEXO               PIC X(01).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AD-DATA-ADMISSAO      PIC 9(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AD-EMPRESA            PIC 9(02).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AD-DEPARTAMENTO       PIC X(10).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AD-CARGO              PIC X(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AD-VALOR-HORA         PIC 9(05)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AD-TIPO-CONTRATO      PIC X(01).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AD-DIAS-PERIODO-1     PIC 9(03).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AD-DIAS-PRORROGACAO   PIC 9(03).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AD-FIM-CONTRATO       PIC 9(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AD-CATEGORIA          PIC X(01).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AD-FIM-ESTAGIO        PIC 9(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AD-BANCO              PIC 9(03).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AD-AGENCIA            PIC X(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AD-CONTA              PIC X(12).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AD-QTD-DEPENDENTE     PIC 9(02).
          05 AD-DEPENDENTE OCCURS 10 TIMES.
             10 FILLER             PIC X(01).
             10 AD-DEP-NOME        PIC X(20).
             10 FILLER             PIC X(01).
             10 AD-DEP-CPF         PIC X(11).
             10 FILLER             PIC X(01).
             10 AD-DEP-NASCIMENTO  PIC 9(08).
