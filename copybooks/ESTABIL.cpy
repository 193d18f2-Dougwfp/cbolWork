      ******************************************************************
      * ESTABIL.cpy
      * Job-security (estabilidade provisoria) register - one row per
      * protected period on ESTABIL.DAT, maintained by MANUTEST,
      * appended automatically by MANUTAFA (acidente de trabalho: 12
      * months from the return of a leave longer than 15 days;
      * maternidade: from the start of the leave to 5 months after),
      * checked by RESCISAO and listed by ESTABREL. ES-TIPO
      * "G"estante, "C"IPA, "A"cidente de trabalho, dirigente
      * "S"indical or "P"re-aposentadoria. ES-DATA-INICIO and
      * ES-DATA-FIM are the first and last protected days. ES-ORIGEM
      * "M"anual (MANUTEST) or "A"utomatica (MANUTAFA); ES-REFERENCIA
      * is the CAT, ata da CIPA, sindicato letter or other document.
      * ES-SITUACAO "A"tivo or "C"ancelado.
      ******************************************************************
       01 ESTABIL-RECORD.
          05 ES-PRONTUARIO         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 ES-TIPO               PIC X(01).
             88 ES-GESTANTE        VALUE "G".
             88 ES-CIPA            VALUE "C".
             88 ES-ACIDENTE        VALUE "A".
             88 ES-SINDICAL        VALUE "S".
             88 ES-PRE-APOSENTADORIA VALUE "P".
             88 ES-TIPO-VALIDO     VALUE "G" "C" "A" "S" "P".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 ES-DATA-INICIO        PIC 9(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 ES-DATA-FIM           PIC 9(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 ES-ORIGEM             PIC X(01).
             88 ES-MANUAL          VALUE "M".
             88 ES-AUTOMATICA      VALUE "A".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 ES-REFERENCIA         PIC X(20).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 ES-SITUACAO           PIC X(01).
             88 ES-ATIVO           VALUE "A".
             88 ES-CANCELADO       VALUE "C".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 ES-OPERADOR           PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 ES-TIMESTAMP          PIC 9(14).
