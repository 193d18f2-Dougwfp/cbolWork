      * GUIAGOV for one competencia, in the spirit of SEFIP/eSocial
      * submissions: a header record, one detail per employee with
      * the bases and amounts accumulated from the audit trail, and
      * a trailer with the batch totals. GV-DET-CATEGORIA is the
      * EM-CATEGORIA of the employee (space/C CLT, A aprendiz, E
      * estagiario, D diretor estatutario - contribuinte individual).
      * An employee with another employment link declared on
      * VINCEXT.DAT for the competencia carries the remuneration
      * received elsewhere in GV-DET-REM-OUTROS and GV-DET-OCORRENCIA
      * "05" (multiplos vinculos, SEFIP code); otherwise zero/spaces.
      * GV-TIPO "0"=header, "1"=detail, "9"=trailer.
      ******************************************************************
       01 GOVREM-RECORD.
             10 GV-DET-BASE        PIC 9(09)V99.
             10 GV-DET-INSS        PIC 9(09)V99.
             10 GV-DET-FGTS        PIC 9(09)V99.
             10 GV-DET-CATEGORIA   PIC X(01).
             10 GV-DET-REM-OUTROS  PIC 9(09)V99.
             10 GV-DET-OCORRENCIA  PIC X(02).
                88 GV-DET-MULTIPLOS-VINCULOS VALUE "05".
             10 FILLER             PIC X(07).
          05 GV-DADOS-TRAILER REDEFINES GV-DADOS.
             10 GV-TRL-QTD         PIC 9(07).
             10 GV-TRL-BASE        PIC 9(11)V99.
