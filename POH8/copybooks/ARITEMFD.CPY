      *> Record layout of the receivables open-items ledger: invoice
      *> number, invoice date, amount, amount paid so far, status
      *> (OPEN / PART / PAID) and the customer billed. Items written
      *> before the customer was carried have AR-CUST blank.
      *> A credit note carries status CREDIT while part of it is
      *> still unapplied (AR-AMOUNT less AR-PAID is owed to the
      *> customer) and PAID once fully applied; AR-REF-DATE and
      *> AR-REF-NO hold the run date and record number it refunds.
      *> AR-TAX-DATA splits a taxed invoice into tax category, rate,
      *> net and tax; AR-AMOUNT is then the gross. Items raised
      *> before consumption tax was charged have it blank.
      *> AR-DUE-DATE is the due date from the customer's payment
      *> terms; blank on items raised before terms were carried.
       FD  AR-OPEN-ITEMS.
              01 AR-ITEM-RECORD.
                     05 AR-INV    PIC 9(8).
                     05 FILLER    PIC X.
                     05 AR-DATE   PIC 9(8).
                     05 FILLER    PIC X.
                     05 AR-AMOUNT PIC 9(11)V99.
                     05 FILLER    PIC X.
                     05 AR-PAID   PIC 9(11)V99.
                     05 FILLER    PIC X.
                     05 AR-STATUS PIC X(6).
                     05 FILLER    PIC X.
                     05 AR-CUST   PIC X(10).
                     05 FILLER    PIC X.
                     05 AR-REF-DATE PIC X(8).
                     05 FILLER    PIC X.
                     05 AR-REF-NO PIC X(10).
                     05 FILLER    PIC X.
                     05 AR-TAX-DATA.
                            10 AR-TAX-CAT  PIC X(8).
                            10 FILLER      PIC X.
                            10 AR-TAX-RATE PIC 9(2)V99.
                            10 FILLER      PIC X.
                            10 AR-NET      PIC 9(11)V99.
                            10 FILLER      PIC X.
                            10 AR-TAX      PIC 9(11)V99.
                     05 FILLER    PIC X.
                     05 AR-DUE-DATE PIC X(8).
