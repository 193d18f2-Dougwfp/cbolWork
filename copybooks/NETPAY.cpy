      * NP-TIPO says which payment produced the record: "F" folha
      * mensal (TRAB1 batch), "D" 13o salario em lote, "R" rescisao
      * (RESCISAO now routes the liquido here instead of a manual
      * transfer), "H" hours-bank expiry payout (HRSEXPIR), "P"
      * profit-sharing payment (PLRPAG), "C" folha complementar of a
      * competencia already paid (FOLHACMP). Blank in
      * records written before the column existed, treated as folha.
      * "X" marks a payment invalidated by the ESTORNO utility
      * before remittance (only folha rows - the other flows are not
             88 NP-DECIMO13        VALUE "D".
             88 NP-RESCISAO        VALUE "R".
             88 NP-BANCO-HORAS     VALUE "H".
             88 NP-PLR             VALUE "P".
             88 NP-COMPLEMENTAR    VALUE "C".
             88 NP-ESTORNADO       VALUE "X".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 NP-EMPRESA            PIC 9(02).
