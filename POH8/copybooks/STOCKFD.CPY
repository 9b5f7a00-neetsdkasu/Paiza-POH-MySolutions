      *> Record layout of the keyed stock master: one record per part
      *> code carrying the on-hand quantity and its weighted-average
      *> unit cost (recomputed on every receipt).
       FD  STOCK-MASTER.
              01 STOCK-MASTER-RECORD.
                     05 SM-PART-CODE PIC X(10).
                     05 SM-ONHAND    PIC 9(9).
                     05 SM-AVG-COST  PIC 9(7)V9(4).
