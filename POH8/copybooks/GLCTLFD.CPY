      *> Record layout of the GL posting control: night, status
      *> (POSTED / REJECTED), total debits and total credits built.
       FD  GL-CONTROL.
              01 GL-CONTROL-RECORD.
                     05 GC-DATE   PIC 9(8).
                     05 FILLER    PIC X.
                     05 GC-STATUS PIC X(8).
                     05 FILLER    PIC X.
                     05 GC-DEBIT  PIC 9(13)V99.
                     05 FILLER    PIC X.
                     05 GC-CREDIT PIC 9(13)V99.
