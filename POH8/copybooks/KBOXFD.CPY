      *> Record layout of KATYUSHA-BOXES: order, customer, units
      *> ordered, item and the units actually allocated from stock
      *> (the quantity that ships tonight and is invoiced) and the
      *> storage location it is picked from (the first location
      *> when the quantity comes from more than one; blank when
      *> nothing was allocated or there is no stock master).
       FD  KATYUSHA-BOXES.
              01 KATYUSHA-BOXES-RECORD.
                     05 KB-ORDER PIC X(10).
                     05 FILLER   PIC X.
                     05 KB-CUST  PIC X(10).
                     05 FILLER   PIC X.
                     05 KB-UNITS PIC 9(5).
                     05 FILLER   PIC X.
                     05 KB-ITEM  PIC X(10).
                     05 FILLER   PIC X.
                     05 KB-ALLOC PIC 9(5).
                     05 FILLER   PIC X.
                     05 KB-LOC   PIC X(6).
