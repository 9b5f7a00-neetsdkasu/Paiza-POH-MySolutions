      *> Record layout of the computed reorder points, one line per
      *> part, rewritten by ReorderPlan each night: reorder point,
      *> reorder quantity, average daily usage and its standard
      *> deviation over the planning window, the lead time used and
      *> the date the figures were computed.
       FD  REORDER-POINTS.
              01 REORDER-POINTS-RECORD.
                     05 RP-PART  PIC X(10).
                     05 FILLER   PIC X.
                     05 RP-POINT PIC 9(7).
                     05 FILLER   PIC X.
                     05 RP-QTY   PIC 9(7).
                     05 FILLER   PIC X.
                     05 RP-AVG   PIC 9(5)V99.
                     05 FILLER   PIC X.
                     05 RP-SD    PIC 9(5)V99.
                     05 FILLER   PIC X.
                     05 RP-LEAD  PIC 9(3).
                     05 FILLER   PIC X.
                     05 RP-DATE  PIC 9(8).
