      *> Record layout of the adjustment ledger: date processed,
      *> original run date, original record number and the signed
      *> adjustment (refunds are negative).
       FD  MIKE-ADJ-LEDGER.
              01 MIKE-ADJ-LEDGER-RECORD.
                     05 AJ-DATE   PIC 9(8).
                     05 FILLER    PIC X.
                     05 AJ-ORIG   PIC 9(8).
                     05 FILLER    PIC X.
                     05 AJ-RECNO  PIC 9(10).
                     05 FILLER    PIC X.
                     05 AJ-AMOUNT PIC S9(5)
                               SIGN LEADING SEPARATE.
