      *> WORKING-STORAGE for the invoice numbering control. Usage:
      *>   PERFORM Load-Invoice-Control  (once, before numbering)
      *>   PERFORM Take-Invoice-Number   (per invoice; number in
      *>                                  Inv-No)
      *>   PERFORM Save-Invoice-Control  (once, after the last
      *>                                  invoice is safely written)
       01 Invctl-Status PIC XX.
       01 Invoice-Number-Values.
              05 Next-Inv-No   PIC 9(8) VALUE 10000001.
              05 Inv-No        PIC 9(8).
