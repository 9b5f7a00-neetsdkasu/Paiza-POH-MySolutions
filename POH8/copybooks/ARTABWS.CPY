      *> WORKING-STORAGE for the in-memory open-items ledger. Requires
      *> ARITEMSL / ARITEMFD and an Ar-Items-Status field. PERFORM
      *> Load-Ar-Table THRU Load-Ar-Table-End to read AR-OPEN-ITEMS
      *> into AT-Table; after changing or appending entries PERFORM
      *> Save-Ar-Table to rewrite the whole ledger.
       01 Ar-Table-Values.
              05 AT-Count PIC 9(4) VALUE 0.
              05 AT-Idx   PIC 9(4).
              05 AT-Table OCCURS 2000 TIMES.
                     10 at-inv      PIC 9(8).
                     10 at-date     PIC 9(8).
                     10 at-amount   PIC 9(11)V99.
                     10 at-paid     PIC 9(11)V99.
                     10 at-status   PIC X(6).
                     10 at-cust     PIC X(10).
                     10 at-ref-date PIC X(8).
                     10 at-ref-no   PIC X(10).
                     10 at-tax-data PIC X(41).
                     10 at-due-date PIC X(8).
