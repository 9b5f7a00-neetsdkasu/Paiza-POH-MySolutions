      *> Record layout of the stock locations: one line per part and
      *> storage location with the quantity held there. The
      *> quantities of a part always add up to its SM-ONHAND.
       FD  STOCK-LOCATIONS.
              01 STOCK-LOCATIONS-RECORD.
                     05 SL-PART   PIC X(10).
                     05 FILLER    PIC X.
                     05 SL-LOC    PIC X(6).
                     05 FILLER    PIC X.
                     05 SL-ONHAND PIC 9(9).
