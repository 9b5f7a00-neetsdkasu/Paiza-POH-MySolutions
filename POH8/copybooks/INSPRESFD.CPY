      *> Record layout of the inspection results: purchase order,
      *> supplier, accepted and rejected check counts and the date
      *> of the CuteIshou batch that produced them.
       FD  INSPECTION-RESULTS.
              01 INSPECTION-RESULTS-RECORD.
                     05 IR-PO    PIC 9(6).
                     05 FILLER   PIC X.
                     05 IR-SUPP  PIC X(10).
                     05 FILLER   PIC X.
                     05 IR-ACC   PIC 9(7).
                     05 FILLER   PIC X.
                     05 IR-REJ   PIC 9(7).
                     05 FILLER   PIC X.
                     05 IR-DATE  PIC 9(8).
