      * the original timesheet values so the reject workbench (REJWB)
      * can correct them and release a supplemental batch; RJ-STATUS
      * "P" pendente / "R" resolvido proves at month-end that every
      * rejection was worked. RJ-ORIGEM tells a timesheet rejection
      * (blank, TRAB1) from a sales commission line refused by
      * IMPCOMIS ("C"), which carries the value and sales reference
      * instead of hours and is resolved by correcting it in the
      * sales system and importing it again.
      ******************************************************************
       01 REJECT-RECORD.
          05 RJ-PRONTUARIO         PIC X(08).
          05 RJ-DSR-HORAS          PIC 9(03).
          05 RJ-HE-DESTINO         PIC X(01).
          05 RJ-HORAS-COMP         PIC 9(03).
          05 RJ-ORIGEM             PIC X(01).
             88 RJ-ORIGEM-PONTO    VALUE " " "T".
             88 RJ-ORIGEM-COMISSAO VALUE "C".
          05 RJ-VALOR              PIC 9(07)V99.
          05 RJ-REFERENCIA         PIC X(15).
