      *> Record layout of the backorder file, oldest line first. One
      *> line per order line Katyusha could not fill from stock
      *> (order, customer, unit price and the order's detail line
      *> are kept so BackOrders can re-issue the order) or per part
      *> Tareme found short (no order). BK-QTY is the quantity still
      *> open, BK-ORIG the quantity first backordered and
      *> BK-RELEASED what BackOrders has released so far; BK-STATUS
      *> is OPEN, PARTIAL (part released) or FILLED, and
      *> BK-LAST-REL the order number of the latest release. Lines
      *> in the old "item qty" form have no status and are never
      *> released.
       FD  BACKORDER.
              01 BACKORDER-RECORD.
                     05 BK-ITEM     PIC X(10).
                     05 FILLER      PIC X.
                     05 BK-QTY      PIC 9(7).
                     05 FILLER      PIC X.
                     05 BK-STATUS   PIC X(7).
                     05 FILLER      PIC X.
                     05 BK-DATE     PIC 9(8).
                     05 FILLER      PIC X.
                     05 BK-SOURCE   PIC X(8).
                     05 FILLER      PIC X.
                     05 BK-ORDER    PIC X(10).
                     05 FILLER      PIC X.
                     05 BK-CUST     PIC X(10).
                     05 FILLER      PIC X.
                     05 BK-PRICE    PIC X(10).
                     05 FILLER      PIC X.
                     05 BK-DETAIL   PIC X(20).
                     05 FILLER      PIC X.
                     05 BK-ORIG     PIC 9(7).
                     05 FILLER      PIC X.
                     05 BK-RELEASED PIC 9(7).
                     05 FILLER      PIC X.
                     05 BK-LAST-REL PIC X(10).
