      *> Record layout of a GL journal line: posting date, line
      *> sequence within the night, business event, account, D(ebit)
      *> or C(redit), amount and source reference.
       FD  GL-JOURNAL.
              01 GL-JOURNAL-RECORD.
                     05 GJ-DATE   PIC 9(8).
                     05 FILLER    PIC X.
                     05 GJ-SEQ    PIC 9(6).
                     05 FILLER    PIC X.
                     05 GJ-EVENT  PIC X(12).
                     05 FILLER    PIC X.
                     05 GJ-ACCT   PIC X(8).
                     05 FILLER    PIC X.
                     05 GJ-DC     PIC X.
                     05 FILLER    PIC X.
                     05 GJ-AMOUNT PIC 9(11)V99.
                     05 FILLER    PIC X.
                     05 GJ-REF    PIC X(20).
