      *> Record layout of the stock movement ledger: when, which
      *> program, which part, movement type (ALLOC / RECEIPT /
      *> ADJUST / DELETE / COUNT / RETURN / TRANSFER), signed
      *> quantity and the on-hand balance after the movement, the
      *> weighted-average unit cost after the movement, the value of
      *> the quantity moved and a reference (PO number for RECEIPT /
      *> RETURN, order number for ALLOC). A RETURN is rejected
      *> goods sent back to the supplier from receiving inspection;
      *> they never reached on-hand, so the balance is unchanged.
      *> SV-LOC / SV-LOC-BAL name the storage location the quantity
      *> moved in or out of and its balance after the movement
      *> (blank on lines that touch no single location). A TRANSFER
      *> is written as a "-" line for the location moved from and a
      *> "+" line for the location moved to; the part balance does
      *> not change.
       FD  STOCK-MOVEMENTS.
              01 STOCK-MOVEMENTS-RECORD.
                     05 SV-DATE    PIC 9(8).
                     05 SV-QTY     PIC 9(9).
                     05 FILLER     PIC X.
                     05 SV-BALANCE PIC 9(9).
                     05 FILLER     PIC X.
                     05 SV-UNIT-COST PIC 9(7)V9(4).
                     05 FILLER     PIC X.
                     05 SV-VALUE   PIC 9(11)V99.
                     05 FILLER     PIC X.
                     05 SV-REF     PIC X(10).
                     05 FILLER     PIC X.
                     05 SV-LOC     PIC X(6).
                     05 FILLER     PIC X.
                     05 SV-LOC-BAL PIC 9(9).
