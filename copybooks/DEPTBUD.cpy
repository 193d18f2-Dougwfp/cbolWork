      ******************************************************************
      * DEPTBUD.cpy
      * Department labor budget record - one row per departamento +
      * competencia on DEPTBUD.DAT, loaded from the approved cost
      * projection by PROJCUST and adjusted by hand in MANUTORC: the
      * budgeted headcount and budgeted total labor cost. ORCAREL
      * joins it with the actuals from the audit trail (plus the
      * patronal charges) to show variance per department.
