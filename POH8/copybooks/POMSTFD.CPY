      *> Record layout of the purchase order master. PO-STATUS is
      *> OPEN / PART / RECVD, or HOLD while an order to a supplier
      *> on quality probation awaits supervisor release. PO-SUPPLIER
      *> is blank on orders raised before suppliers were assigned.
      *> PO-PRICE is the agreed unit price from PART-SUPPLIERS; it is
      *> the receipt cost for the stock master's weighted average
      *> (zero when no price was on file when the order was raised).
       FD  PO-MASTER.
              01 PO-MASTER-RECORD.
                     05 PO-NO       PIC 9(6).
                     05 FILLER      PIC X.
                     05 PO-PART     PIC X(10).
                     05 FILLER      PIC X.
                     05 PO-QTY      PIC 9(7).
                     05 FILLER      PIC X.
                     05 PO-RECD     PIC 9(7).
                     05 FILLER      PIC X.
                     05 PO-ODATE    PIC 9(8).
                     05 FILLER      PIC X.
                     05 PO-DDATE    PIC 9(8).
                     05 FILLER      PIC X.
                     05 PO-STATUS   PIC X(6).
                     05 FILLER      PIC X.
                     05 PO-SUPPLIER PIC X(10).
                     05 FILLER      PIC X.
                     05 PO-PRICE    PIC 9(7)V99.
