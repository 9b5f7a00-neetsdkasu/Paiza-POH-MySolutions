      *> Record layout of a receipt held for inspection: purchase
      *> order, part, supplier, delivered quantity and date, status
      *> (HOLD until the inspection is posted, then DONE) and the
      *> accepted / rejected split with the return-to-vendor number.
       FD  RECEIPT-HOLD.
              01 RECEIPT-HOLD-RECORD.
                     05 RI-PO     PIC 9(6).
                     05 FILLER    PIC X.
                     05 RI-PART   PIC X(10).
                     05 FILLER    PIC X.
                     05 RI-SUPP   PIC X(10).
                     05 FILLER    PIC X.
                     05 RI-QTY    PIC 9(7).
                     05 FILLER    PIC X.
                     05 RI-DATE   PIC 9(8).
                     05 FILLER    PIC X.
                     05 RI-STATUS PIC X(4).
                     05 FILLER    PIC X.
                     05 RI-ACC    PIC 9(7).
                     05 FILLER    PIC X.
                     05 RI-REJ    PIC 9(7).
                     05 FILLER    PIC X.
                     05 RI-RTV    PIC 9(6).
