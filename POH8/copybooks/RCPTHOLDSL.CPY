      *> Shared SELECT for the receipts held in receiving inspection.
      *> The record layout is in RCPTHOLDFD.
              SELECT OPTIONAL RECEIPT-HOLD
                     ASSIGN TO "RECEIPT-HOLD"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Receipt-Hold-Status.
