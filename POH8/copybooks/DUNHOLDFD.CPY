      *> Record layout of dunning suppression: customer, last date on
      *> which dunning is suppressed, and the date the hold was
      *> released.
       FD  DUNNING-HOLD.
              01 DUNNING-HOLD-RECORD.
                     05 DH-CUST   PIC X(10).
                     05 FILLER    PIC X.
                     05 DH-UNTIL  PIC 9(8).
                     05 FILLER    PIC X.
                     05 DH-FROM   PIC 9(8).
