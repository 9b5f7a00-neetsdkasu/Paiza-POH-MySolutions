      *> Record layout of the ABC part classes, one line per part,
      *> rewritten by CycleCount CLASSIFY: class (A/B/C), annual
      *> issue value, position within the class (the cycle-count
      *> schedule spreads the class over working days in this order)
      *> and the date the class was computed.
       FD  PART-CLASSES.
              01 PART-CLASSES-RECORD.
                     05 PC-PART  PIC X(10).
                     05 FILLER   PIC X.
                     05 PC-CLASS PIC X.
                     05 FILLER   PIC X.
                     05 PC-VALUE PIC 9(13)V99.
                     05 FILLER   PIC X.
                     05 PC-SEQ   PIC 9(4).
                     05 FILLER   PIC X.
                     05 PC-DATE  PIC 9(8).
