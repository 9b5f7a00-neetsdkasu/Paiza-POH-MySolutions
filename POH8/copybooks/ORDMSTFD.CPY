      *> Record layouts of the order master and ORDER-HISTORY.
      *> OM-STATUS is the latest lifecycle status (RECEIVED,
      *> DEADLETTERED, CREDIT-HELD, ALLOCATED, BACKORDERED, SHIPPED
      *> or INVOICED) and OM-STATUS-DATE the day it was reached.
      *> OM-QTY is the quantity ordered; OM-BO-QTY the units still
      *> on backorder (and OM-BO-DATE the day they were first
      *> backordered), which keeps a part-shipped order open until
      *> BackOrders has released the rest. OH-QTY is the quantity
      *> the event concerns, OH-NOTE a free-text reason or reference.
       FD  ORDER-MASTER.
              01 ORDER-MASTER-RECORD.
                     05 OM-ORDER       PIC X(10).
                     05 FILLER         PIC X.
                     05 OM-CUST        PIC X(10).
                     05 FILLER         PIC X.
                     05 OM-ITEM        PIC X(10).
                     05 FILLER         PIC X.
                     05 OM-QTY         PIC 9(7).
                     05 FILLER         PIC X.
                     05 OM-STATUS      PIC X(12).
                     05 FILLER         PIC X.
                     05 OM-STATUS-DATE PIC 9(8).
                     05 FILLER         PIC X.
                     05 OM-RECEIVED    PIC 9(8).
                     05 FILLER         PIC X.
                     05 OM-BO-QTY      PIC 9(7).
                     05 FILLER         PIC X.
                     05 OM-BO-DATE     PIC 9(8).
                     05 FILLER         PIC X.
                     05 OM-PROGRAM     PIC X(12).
                     05 FILLER         PIC X.
                     05 OM-NOTE        PIC X(40).
       FD  ORDER-HISTORY.
              01 ORDER-HISTORY-RECORD.
                     05 OH-ORDER   PIC X(10).
                     05 FILLER     PIC X.
                     05 OH-STATUS  PIC X(12).
                     05 FILLER     PIC X.
                     05 OH-DATE    PIC 9(8).
                     05 FILLER     PIC X.
                     05 OH-TIME    PIC 9(6).
                     05 FILLER     PIC X.
                     05 OH-PROGRAM PIC X(12).
                     05 FILLER     PIC X.
                     05 OH-QTY     PIC 9(7).
                     05 FILLER     PIC X.
                     05 OH-NOTE    PIC X(40).
