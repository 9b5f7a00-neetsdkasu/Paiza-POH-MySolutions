      *> Record layout of the cycle-count accuracy history, appended
      *> by StockTake: one line per ABC class per count session with
      *> the parts counted and how many agreed with the book.
       FD  COUNT-ACCURACY.
              01 COUNT-ACCURACY-RECORD.
                     05 CQ-DATE     PIC 9(8).
                     05 FILLER      PIC X.
                     05 CQ-CLASS    PIC X.
                     05 FILLER      PIC X.
                     05 CQ-COUNTED  PIC 9(5).
                     05 FILLER      PIC X.
                     05 CQ-ACCURATE PIC 9(5).
