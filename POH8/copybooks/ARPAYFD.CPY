      *> Record layout of the payment history: posting date, invoice
      *> paid, customer billed on that invoice and amount applied.
       FD  AR-PAYMENT-HISTORY.
              01 AR-PAYMENT-RECORD.
                     05 PH-DATE   PIC 9(8).
                     05 FILLER    PIC X.
                     05 PH-INV    PIC 9(8).
                     05 FILLER    PIC X.
                     05 PH-CUST   PIC X(10).
                     05 FILLER    PIC X.
                     05 PH-AMOUNT PIC 9(11)V99.
