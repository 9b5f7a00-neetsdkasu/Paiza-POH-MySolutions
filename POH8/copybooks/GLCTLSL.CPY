      *> Shared SELECT for the GL posting control. GeneralLedger POST
      *> appends one record per night it builds, POSTED or REJECTED;
      *> the latest record for a date is its status. MonthEnd will
      *> not close a period with a night still REJECTED. COPY this
      *> in FILE-CONTROL and GLCTLFD in FILE SECTION.
              SELECT OPTIONAL GL-CONTROL
                     ASSIGN TO "GL-CONTROL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Gl-Control-Status.
