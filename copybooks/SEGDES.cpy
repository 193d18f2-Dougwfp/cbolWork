      ******************************************************************
      * SEGDES.cpy
      * Seguro-desemprego request interface for the government's
      * employer portal (Empregador Web) - one fixed-layout record
      * per dismissal that entitles the worker to the benefit,
      * appended by DOCRESC to SEGDES.DAT for upload. The three
      * salaries are the gross of the three calendar months before
      * the month of the dismissal, taken from the audit trail
      * (monthly calculation and folha complementar, net of the
      * ESTORNO rows); SD-SALARIO(1) is the last of them.
      * SD-MESES-TRABALHADOS counts the months of the contract within
      * the last 36. SD-MOTIVO is the DL-MOTIVO of DESLIG.cpy ("S"
      * or "A"). DOCRESC writes a prontuario/dismissal date only once.
      ******************************************************************
       01 SEGDES-RECORD.
          05 SD-CNPJ               PIC X(14).
          05 SD-PRONTUARIO         PIC X(08).
          05 SD-CPF                PIC X(11).
          05 SD-PIS                PIC X(11).
          05 SD-NOME               PIC X(50).
          05 SD-CBO                PIC X(06).
          05 SD-DATA-ADMISSAO      PIC 9(08).
          05 SD-DATA-DISPENSA      PIC 9(08).
          05 SD-MOTIVO             PIC X(01).
          05 SD-AVISO-INDENIZADO   PIC X(01).
          05 SD-SALARIO-CONTRATUAL PIC 9(07)V99.
          05 SD-SALARIO OCCURS 3 TIMES.
             10 SD-SAL-COMPETENCIA PIC 9(06).
             10 SD-SAL-VALOR       PIC 9(07)V99.
          05 SD-MESES-TRABALHADOS  PIC 9(02).
          05 SD-GERACAO            PIC 9(14).
          05 SD-OPERADOR           PIC X(08).
          05 FILLER                PIC X(10).
