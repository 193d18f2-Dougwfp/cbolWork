      ******************************************************************
      * HEAUTOR.cpy
      * Overtime pre-authorization record - one row per authorization
      * on HEAUTOR.DAT, maintained by MANUTHEX. From HA-DATA-INICIO to
      * HA-DATA-FIM (both inside the same month - the competencia is
      * the month of the start date) the employee may work up to
      * HA-HORAS overtime hours, approved by HA-GESTOR, the
      * DP-RESPONSAVEL (DEPTMAST.cpy) of HA-DEPARTAMENTO at the time.
      * The union agreement caps overtime at 2 hours a day, so
      * HA-HORAS never exceeds 2 hours per calendar day of the period.
      * IMPPONTO and PREPONTO compare the punched/keyed extras of the
      * competencia with the sum of the active rows (see HEAUTCAL.cpy);
      * hours beyond it are held on HEPEND.DAT (HEPEND.cpy) for the
      * manager instead of being released to TIMESHT.DAT.
      * HA-ORIGEM "M" = keyed in MANUTHEX, "P" = generated when the
      * manager approved hours held on HEPEND.DAT. HA-SITUACAO
      * "A"tiva or "C"ancelada.
      ******************************************************************
       01 HEAUTOR-RECORD.
          05 HA-PRONTUARIO         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 HA-DATA-INICIO        PIC 9(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 HA-DATA-FIM           PIC 9(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 HA-HORAS              PIC 9(03).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 HA-DEPARTAMENTO       PIC X(10).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 HA-GESTOR             PIC X(20).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 HA-ORIGEM             PIC X(01).
             88 HA-ORIGEM-MANUAL   VALUE "M".
             88 HA-ORIGEM-PENDENTE VALUE "P".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 HA-SITUACAO           PIC X(01).
             88 HA-ATIVA           VALUE "A".
             88 HA-CANCELADA       VALUE "C".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 HA-OPERADOR           PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 HA-TIMESTAMP          PIC 9(14).
