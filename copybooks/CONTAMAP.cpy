      * credits for each element. CM-DEPARTAMENTO spaces = applies
      * to any department without a more specific row. Elements:
      * SALARIO (expense per department), ENCARGOS (patronal + FGTS
      * expense), LIQUIDO, INSS-REC, IRRF-REC, FGTS-REC, PENSAO,
      * VT-EMPR (employer share of the transport voucher, debit
      * expense / credit payable), OUTROS (residual of the other
      * deductions) and, for contractors paid by RPA, RPA (service
      * expense), RPA-ENC (patronal on RPA), RPA-LIQ (net payable)
      * and ISS-REC (ISS withheld); the RPA INSS and IRRF go to
      * INSS-REC and IRRF-REC with the payroll ones.
      ******************************************************************
       01 CONTAMAP-RECORD.
          05 CM-ELEMENTO           PIC X(08).
