      ******************************************************************
      * RESFOLHA.cpy
      * Consolidated payroll results record - one row per competencia
      * + prontuario + payroll element on the indexed RESFOLHA.DAT,
      * already net of reversals, so a report reads only the
      * competencia it needs instead of the whole audit trail. Kept
      * by every program that appends to AUDITLOG.DAT (and by TRAB1
      * for each rubrica of RUBLOG.DAT) through RESFCAL.cpy; built
      * once from the trail and proved against it by MONTARES.
      * RF-FLUXO is the AL-TIPO of the rows summed (blank legacy rows
      * count as "N"). An estorno ("E" row) zeroes every "N" element
      * of its prontuario and competencia - the monthly calculation
      * is backed out whole, rubricas included - and a recalculation
      * adds to them again. RF-CODIGO is one of the element codes of
      * RESFWS.cpy (the money and hour columns of the audit trail) or
      * "RB" + the rubrica code. Hour elements hold hours in RF-VALOR.
      ******************************************************************
       01 RESFOLHA-RECORD.
          05 RF-CHAVE.
             10 RF-COMPETENCIA     PIC 9(06).
             10 RF-PRONTUARIO      PIC X(08).
             10 RF-ELEMENTO.
                15 RF-FLUXO        PIC X(01).
                   88 RF-NORMAL    VALUE "N".
                   88 RF-RESCISAO  VALUE "R".
                   88 RF-DECIMO13  VALUE "D".
                   88 RF-BANCO-HORAS VALUE "H".
                   88 RF-PLR       VALUE "P".
                   88 RF-COMPLEMENTAR VALUE "C".
                15 RF-CODIGO       PIC X(07).
                15 RF-CODIGO-RUBRICA REDEFINES RF-CODIGO.
                   20 RF-PREFIXO   PIC X(02).
                      88 RF-E-RUBRICA VALUE "RB".
                   20 RF-RUBRICA   PIC X(04).
                   20 FILLER       PIC X(01).
          05 RF-VALOR              PIC S9(09)V99.
          05 RF-ATUALIZACAO        PIC 9(14).
