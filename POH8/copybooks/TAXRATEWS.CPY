      *> WORKING-STORAGE for the tax rate master. Usage:
      *>   PERFORM Load-Tax-Rates THRU Load-Tax-Rates-End  (once)
      *> then per invoice line:
      *>   MOVE <category> TO Tax-Category (blank means STANDARD)
      *>   MOVE <invoice date> TO Tax-Date
      *>   MOVE <net amount> TO Tax-Net
      *>   PERFORM Compute-Tax
      *> On return Tax-Rate-Found is "Y" and Tax-Rate, Tax-Amount and
      *> Tax-Gross are set, or "N" when no rate is in force for that
      *> category on that date (Tax-Amount is then zero). Tax is
      *> truncated to the sen, as on the paper invoices.
       01 Tax-Rate-Status PIC XX.
       01 Tax-Rate-Values.
              05 TR-Count PIC 99 VALUE 0.
              05 TR-Idx   PIC 99.
              05 TR-Found PIC 99.
              05 TR-Table OCCURS 40 TIMES.
                     10 tr-cat  PIC X(8).
                     10 tr-from PIC 9(8).
                     10 tr-rate PIC 9(2)V99.
              05 tr-cat-tok  PIC X(10).
              05 tr-from-tok PIC X(10).
              05 tr-rate-tok PIC X(10).
              05 Tax-Category   PIC X(8).
              05 Tax-Date       PIC 9(8).
              05 Tax-Rate       PIC 9(2)V99.
              05 Tax-Rate-Found PIC X.
              05 Tax-Net        PIC 9(11)V99.
              05 Tax-Amount     PIC 9(11)V99.
              05 Tax-Gross      PIC 9(11)V99.
              05 Tax-Rate-Z     PIC Z9.99.
