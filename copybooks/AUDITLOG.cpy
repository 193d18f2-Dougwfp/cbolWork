          05 AL-ADIC-NOTURNO       PIC Z(4)9,99.
      * AL-TIPO says which flow produced the row: "N" (or blank,
      * legacy) the monthly batch / individual calc, "R" rescisao,
      * "D" 13o salario, "H" hours-bank expiry payout, "P" PLR
      * (profit-sharing, no INSS/FGTS, IRRF by the exclusive PLR
      * table - left out of the INSS/FGTS bases), "C" folha
      * complementar (FOLHACMP - extra items of a competencia already
      * paid; AL-INSS/AL-IRRF hold only the difference recomputed on
      * the combined base, so readers simply add it to the month),
      * "E" a compensating (estorno) entry written by the ESTORNO
      * utility. Readers net the "E" rows against the others instead
      * of anything ever being deleted from the trail; ESTORNO itself
      * only reverses the "N" rows - rescisao, 13o, expiry payments
      * and the folha complementar have their own flows and are not
      * backed out by a monthly-batch estorno.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AL-TIPO               PIC X(01).
             88 AL-NORMAL          VALUE "N" " ".
             88 AL-RESCISAO        VALUE "R".
             88 AL-DECIMO13        VALUE "D".
             88 AL-BANCO-HORAS     VALUE "H".
             88 AL-PLR             VALUE "P".
             88 AL-COMPLEMENTAR    VALUE "C".
             88 AL-ESTORNO         VALUE "E".
      * employee share of the transport voucher (VTCRED.DAT): the
      * lesser of 6% of bruto or the real cost bought by VALETRAN
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AL-VALE-TRANSP        PIC Z(4)9,99.
      * employee PAT share of the meal/food card (VACRED.DAT, written
      * by VALEREF)
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AL-VALE-REFEICAO      PIC Z(4)9,99.
      * employee share of the health plan (PLANCOB.DAT, written by
      * PLANOSAU) for the titular and dependents
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AL-PLANO-SAUDE        PIC Z(4)9,99.
      * salario-maternidade paid in the month (AFAST.DAT type "M");
      * the company pays it and deducts it from the GPS (GUIAVENC)
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AL-SAL-MATERNIDADE    PIC Z(4)9,99.
      * collective-agreement retroactive difference paid in the month
      * (DISSDIF.DAT, written by DISSIDIO); already inside AL-SALBRUTO
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AL-DIF-DISSIDIO       PIC Z(4)9,99.
      * sales commission paid in the month (COMISSAO.DAT, imported by
      * IMPCOMIS) and its DSR reflex; both already inside AL-SALBRUTO
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AL-COMISSAO           PIC Z(4)9,99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AL-DSR-COMISSAO       PIC Z(4)9,99.
      * hazard pay in the month (insalubridade on the minimum wage or
      * periculosidade on the base salary, only the larger is paid -
      * see RISCOCAL.cpy); already inside AL-SALBRUTO
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AL-INSALUBRIDADE      PIC Z(4)9,99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AL-PERICULOSIDADE     PIC Z(4)9,99.
      * hours paid in the month and the overtime (1,5 and domingo/
      * feriado hours together) with its value, filled by the monthly
      * calculation so the ficha financeira (FICHAFIN) can show them;
      * blank on the other flows and on rows written before them
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AL-HORAS              PIC 9(05).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AL-HORAS-EXTRA        PIC 9(05).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AL-VALOR-EXTRA        PIC Z(4)9,99.
      * hours the calculation credited to / compensated from the
      * hours bank (the HRSBANK "C"/"D" movements of the same monthly
      * batch row, the expired hours HRSEXPIR paid as a debit) and
      * AL-REMESSA "N" when the liquido is paid outside the bank
      * remittance (individual calc, ferias, individual 13o - no
      * NETPAY row); "S" for the flows that write NETPAY. Kept so
      * CONCILIA can prove HRSBANK and NETPAY against the trail;
      * blank on rows written before them
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AL-BANCO-CREDITO      PIC 9(03).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AL-BANCO-DEBITO       PIC 9(03).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 AL-REMESSA            PIC X(01).
             88 AL-FORA-REMESSA    VALUE "N".
