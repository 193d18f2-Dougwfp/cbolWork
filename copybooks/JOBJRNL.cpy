      * rejected, the run's control total and the return code at the
      * end. OPERREL reads the journal each morning to show last
      * night's stream at a glance, with failed or reject-carrying
      * steps flagged at the top. The stream control program JOBCTL
      * adds its own rows, tagged with the step (JJ-PASSO) and the run
      * date they belong to (JJ-DATA-LOTE, which a restart the next
      * morning keeps): "T" step terminated with the exit code in
      * JJ-RETORNO, "S" step skipped by its calendar, "J" step
      * already concluded for the run date and not repeated on
      * restart, "R" step restarted after failing earlier that run.
      * The programs' own rows carry spaces/zeros in both fields.
      ******************************************************************
       01 JOBJRNL-RECORD.
          05 JJ-TIMESTAMP          PIC 9(14).
          05 JJ-EVENTO             PIC X(01).
             88 JJ-INICIO          VALUE "I".
             88 JJ-FIM             VALUE "F".
             88 JJ-PASSO-TERMINADO VALUE "T".
             88 JJ-PASSO-SALTADO   VALUE "S".
             88 JJ-PASSO-CONCLUIDO VALUE "J".
             88 JJ-PASSO-REINICIADO VALUE "R".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 JJ-COMPETENCIA        PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 JJ-TOTAL-CONTROLE     PIC 9(11)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 JJ-RETORNO            PIC 9(02).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 JJ-PASSO              PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 JJ-DATA-LOTE          PIC 9(08).
