      ******************************************************************
      * OBRIGCAL.cpy
      * Tax obligations calendar record - one row per obligation
      * (GPS, GRF, DARF, and ISS when contractors are paid by RPA)
      * on OBRIGCAL.DAT, edited by hand like IRRFTAB.DAT: the day of
      * the month after the competencia when the guia is due, the
      * flat late-payment surcharge (multa) and the monthly
      * interest rate (juros). Read by GUIAVENC to print the month's
      * guias with due dates and, given an actual payment date, the
      * surcharge and interest owed.
      ******************************************************************
       01 OBRIGCAL-RECORD.
          05 OB-OBRIGACAO          PIC X(04).
