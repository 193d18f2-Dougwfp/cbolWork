      ******************************************************************
      * DESLIG.cpy
      * Termination record - one row per rescisao calculated,
      * appended by RESCISAO right after the audit row, with what the
      * termination documents need and the cadastro does not keep:
      * the reason, whether the aviso previo was indemnified, the
      * monthly salary and remuneration used, the FGTS balance taken
      * for the fine and the fine itself. DOCRESC reads the latest
      * row of a prontuario to print the termination pack
      * (seguro-desemprego, FGTS withdrawal, employment history).
      * DL-MOTIVO "S" dispensa sem justa causa, "P" pedido de
      * demissao, "J" justa causa, "T" contrato a prazo ended on its
      * due date, "A" contrato a prazo ended early by the employer
      * (art. 479), "F" ended early by the employee (art. 480), space
      * for the categories without FGTS (estagiario, diretor).
      * Seguro-desemprego is due on "S" and "A" only; the FGTS may be
      * withdrawn on "S", "A" (saque code 01) and "T" (code 04).
      ******************************************************************
       01 DESLIG-RECORD.
          05 DL-PRONTUARIO         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-DATA-RESCISAO      PIC 9(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-COMPETENCIA        PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-MOTIVO             PIC X(01).
             88 DL-SEM-JUSTA-CAUSA VALUE "S".
             88 DL-PEDIDO-DEMISSAO VALUE "P".
             88 DL-JUSTA-CAUSA     VALUE "J".
             88 DL-TERMINO-PRAZO   VALUE "T".
             88 DL-ANTECIPADO-EMPREGADOR VALUE "A".
             88 DL-ANTECIPADO-EMPREGADO VALUE "F".
             88 DL-DIREITO-SEGURO  VALUE "S" "A".
             88 DL-DIREITO-SAQUE   VALUE "S" "A" "T".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-AVISO-INDENIZADO   PIC X(01).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-CATEGORIA          PIC X(01).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-SALARIO-MENSAL     PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-REMUNERACAO        PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-SALDO-FGTS         PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-MULTA-FGTS         PIC 9(07)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-TOTAL-VERBAS       PIC 9(08)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-LIQUIDO            PIC 9(08)V99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-OPERADOR           PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DL-TIMESTAMP          PIC 9(14).
