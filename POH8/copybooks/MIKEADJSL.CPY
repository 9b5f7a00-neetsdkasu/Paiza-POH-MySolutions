      *> Shared SELECT for the Mike refund/adjustment ledger. Mike
      *> ProcessAdjustments appends one record per adjustment and
      *> GeneralLedger journals the refunds. COPY this in
      *> FILE-CONTROL and MIKEADJFD in FILE SECTION.
              SELECT OPTIONAL MIKE-ADJ-LEDGER
                     ASSIGN TO "MIKE-ADJ-LEDGER"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Adj-Ledger-Status.
