      *> Shared SELECT for the general ledger journal. GeneralLedger
      *> POST appends one balanced night of double-entry lines;
      *> the trial balance and the MonthEnd close read it back.
      *> COPY this in FILE-CONTROL and GLJRNFD in FILE SECTION.
              SELECT OPTIONAL GL-JOURNAL
                     ASSIGN TO "GL-JOURNAL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Gl-Journal-Status.
