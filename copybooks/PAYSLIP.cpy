          05 PS-ACERTO-IRRF        PIC -(4)9,99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PS-ADIC-NOTURNO       PIC Z(4)9,99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PS-VALE-TRANSP        PIC Z(4)9,99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PS-VALE-REFEICAO      PIC Z(4)9,99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PS-PLANO-SAUDE        PIC Z(4)9,99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PS-SAL-MATERNIDADE    PIC Z(4)9,99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PS-DIF-DISSIDIO       PIC Z(4)9,99.
      * comissao de vendas do mes e o reflexo no DSR (COMISSAO.DAT)
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PS-COMISSAO           PIC Z(4)9,99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PS-DSR-COMISSAO       PIC Z(4)9,99.
      * adicional de insalubridade ou de periculosidade (so o maior)
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PS-INSALUBRIDADE      PIC Z(4)9,99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 PS-PERICULOSIDADE     PIC Z(4)9,99.
