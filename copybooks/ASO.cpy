      ******************************************************************
      * ASO.cpy
      * Occupational health exam register (atestado de saude
      * ocupacional, NR-7) - one row per exam on ASO.DAT, maintained
      * by MANUTASO, checked by MANUTEMP (admission) and RESCISAO
      * (dismissal) and listed by ASOREL. AS-TIPO "A"dmissional,
      * "P"eriodico, "R"etorno ao trabalho, "M"udanca de riscos
      * ocupacionais or "D"emissional. AS-RESULTADO "A"pto or
      * "I"napto; AS-CRM is the examining doctor's CRM with the state.
      * AS-DEPARTAMENTO is the department whose risk classification
      * set the periodicity: AS-PERIODICIDADE 12 months when it pays
      * insalubridade or periculosidade, 24 months otherwise.
      * AS-DATA-PROXIMO is the due date of the next periodic exam
      * (zero on the demissional). The admissional may be recorded
      * before the prontuario exists on EMPMAST. AS-SITUACAO "A"tivo
      * or "C"ancelado.
      ******************************************************************
       01 ASO-RECORD.
          05 AS-PRONTUARIO         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AS-TIPO               PIC X(01).
             88 AS-ADMISSIONAL     VALUE "A".
             88 AS-PERIODICO       VALUE "P".
             88 AS-RETORNO         VALUE "R".
             88 AS-MUDANCA-RISCO   VALUE "M".
             88 AS-DEMISSIONAL     VALUE "D".
             88 AS-TIPO-VALIDO     VALUE "A" "P" "R" "M" "D".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AS-DATA-EXAME         PIC 9(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AS-RESULTADO          PIC X(01).
             88 AS-APTO            VALUE "A".
             88 AS-INAPTO          VALUE "I".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AS-CRM                PIC X(12).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AS-DEPARTAMENTO       PIC X(10).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AS-PERIODICIDADE      PIC 9(02).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AS-DATA-PROXIMO       PIC 9(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AS-SITUACAO           PIC X(01).
             88 AS-ATIVO           VALUE "A".
             88 AS-CANCELADO       VALUE "C".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AS-OPERADOR           PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AS-TIMESTAMP          PIC 9(14).
