      * Employee master record layout - shared by TRAB1, Trab2,
      * Trabalho3 and the employee maintenance program.
      * Keyed by EM-PRONTUARIO on the indexed EMPMAST file.
      * EM-CARGO is the job position in force (CARGO master); its
      * effective-dated history is kept in CARGHIST.
      * EM-YTD-PLR accumulates the profit-sharing paid by PLRPAG in
      * the year (exclusive taxation, kept apart from EM-YTD-SALBRUTO).
      * EM-TIPO-CONTRATO "E"xperiencia, prazo "D"eterminado,
      * "I"ndeterminado or in"T"ermitente (space on records written
      * before the field existed = indeterminado). For the fixed-term
      * types EM-FIM-CONTRATO-1 is the last day of the first period
      * and EM-FIM-CONTRATO the last day including the extension
      * (equal when there is none); both zero otherwise. Read by
      * CONTALRT and RESCISAO (arts. 479/480).
      * EM-CATEGORIA "C"LT employee (space on older records), "A"prendiz
      * (FGTS 2%), "E"stagiario (no INSS/FGTS/13o, recesso without the
      * 1/3) or statutory "D"iretor (pro-labore: INSS as contribuinte
      * individual, no FGTS/13o/ferias) - the rules are in CATEGCAL.cpy.
      * EM-FIM-ESTAGIO is the end of the internship term (zero for the
      * other categories), alerted by CONTALRT. EM-SEXO "F"/"M" feeds
      * the pay transparency report RELTRANS (space on older records
      * = not informed, left out of the comparison). The record is
      * 610 bytes; CHGLOG images and the EMPMAST.BKP line are 700.
      ******************************************************************
       01 EMPMAST-RECORD.
          05 EM-PRONTUARIO         PIC X(08).
          05 EM-YTD-DECIMO13       PIC 9(7)V99.
          05 EM-EMPRESA            PIC 9(02).
          05 EM-DATA-DESLIGAMENTO  PIC 9(08).
          05 EM-CARGO              PIC X(06).
          05 EM-YTD-PLR            PIC 9(7)V99.
          05 EM-TIPO-CONTRATO      PIC X(01).
             88 EM-CONTRATO-EXPERIENCIA VALUE "E".
             88 EM-CONTRATO-DETERMINADO VALUE "D".
             88 EM-CONTRATO-INDETERMINADO VALUE "I" " ".
             88 EM-CONTRATO-INTERMITENTE VALUE "T".
             88 EM-CONTRATO-A-PRAZO VALUE "E" "D".
          05 EM-FIM-CONTRATO-1     PIC 9(08).
          05 EM-FIM-CONTRATO       PIC 9(08).
          05 EM-CATEGORIA          PIC X(01).
             88 EM-CATEGORIA-CLT   VALUE "C" " ".
             88 EM-CATEGORIA-APRENDIZ VALUE "A".
             88 EM-CATEGORIA-ESTAGIARIO VALUE "E".
             88 EM-CATEGORIA-DIRETOR VALUE "D".
             88 EM-CATEGORIA-VALIDA VALUE "C" "A" "E" "D".
          05 EM-FIM-ESTAGIO        PIC 9(08).
          05 EM-SEXO               PIC X(01).
             88 EM-SEXO-FEMININO   VALUE "F".
             88 EM-SEXO-MASCULINO  VALUE "M".
             88 EM-SEXO-VALIDO     VALUE "F" "M".
