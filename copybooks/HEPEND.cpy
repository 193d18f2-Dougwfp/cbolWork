      ******************************************************************
      * HEPEND.cpy
      * Overtime held for the manager - one row per prontuario and
      * competencia on HEPEND.DAT, written by PREPONTO when the keyed
      * or imported extras exceed the hours authorized on HEAUTOR.DAT
      * (HEAUTOR.cpy). The entry itself is released to TIMESHT.DAT
      * with the authorized extras only; HP-HORAS-EXTRA (1,5) and
      * HP-HORAS-EXTRA-DR (domingo/feriado) are the hours held back,
      * HP-HE-DESTINO the pay/bank choice keyed for them and
      * HP-GESTOR the DP-RESPONSAVEL of HP-DEPARTAMENTO who decides.
      * HP-SITUACAO:
      *   "P" pendente - waiting for the manager (MANUTHEX);
      *   "A" aprovada - the manager approved it in MANUTHEX, which
      *       wrote a matching HEAUTOR row; the hours go to TIMESHT
      *       when PREPONTO next releases the competencia;
      *   "L" liberada - PREPONTO released the entry again after the
      *       approval, the hours are now in TIMESHT;
      *   "R" recusada - the manager refused; PREPONTO drops that
      *       many hours from later releases of the competencia.
      * PREPONTO rebuilds the "P" rows of the competencia on every
      * release, since TIMESHT.DAT itself is rewritten whole.
      ******************************************************************
       01 HEPEND-RECORD.
          05 HP-PRONTUARIO         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 HP-COMPETENCIA        PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 HP-DEPARTAMENTO       PIC X(10).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 HP-HORAS-EXTRA        PIC 9(03).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 HP-HORAS-EXTRA-DR     PIC 9(03).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 HP-HORAS-AUTORIZADAS  PIC 9(03).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 HP-HE-DESTINO         PIC X(01).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 HP-GESTOR             PIC X(20).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 HP-SITUACAO           PIC X(01).
             88 HP-PENDENTE        VALUE "P".
             88 HP-APROVADA        VALUE "A".
             88 HP-LIBERADA        VALUE "L".
             88 HP-RECUSADA        VALUE "R".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 HP-OPERADOR           PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 HP-TIMESTAMP          PIC 9(14).
