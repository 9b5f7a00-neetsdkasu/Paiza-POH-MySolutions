      *> WORKING-STORAGE for the per-customer open receivables
      *> balance. Requires ARITEMSL / ARITEMFD and an Ar-Items-Status
      *> field. PERFORM Load-Ar-Balances THRU Load-Ar-Balances-End
      *> once; then per lookup MOVE the customer to Arb-Cust-Key and
      *> PERFORM Find-Ar-Balance - Arb-Open-Found returns the open
      *> balance (amount less paid on every item not PAID, less the
      *> unapplied part of open credit notes), zero for a customer
      *> with nothing open. Receivables BALANCE applies
      *> the same rule so the credit desk sees the same figure.
       01 Ar-Balance-Values.
              05 Arb-Count      PIC 9(3) VALUE 0.
              05 Arb-Idx        PIC 9(3).
              05 Arb-Found      PIC 9(3).
              05 Arb-Cust-Key   PIC X(10).
              05 Arb-Open-Found PIC S9(13)V99.
              05 Arb-Item-Open  PIC S9(13)V99.
              05 Arb-Overflow   PIC X VALUE "N".
              05 Arb-Table OCCURS 500 TIMES.
                     10 arb-cust PIC X(10).
                     10 arb-open PIC S9(13)V99.
