      * (SIGNON.cpy): 1 consulta, 2 manutencao de cadastros,
      * 3 execucao da folha, 4 utilitarios de retencao/backup e
      * manutencao de operadores.
      * OP-CPF is the operator's own CPF (blank on rows written before
      * the field existed or when not informed), used by FRAUDE to
      * point out pay to an employee who is also a payroll operator.
      ******************************************************************
       01 OPERMAST-RECORD.
          05 OP-ID                 PIC X(08).
          05 OP-STATUS             PIC X(01).
             88 OP-ATIVO           VALUE "A".
             88 OP-INATIVO         VALUE "I".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 OP-CPF                PIC X(11).
