      *> WORKING-STORAGE for the stock movement ledger. Set
      *> Move-Program once at start-up; per movement set Move-Part,
      *> Move-Type, Move-Sign ("+"/"-"), Move-Qty, Move-Balance
      *> (on-hand after the movement), Move-Unit-Cost (average unit
      *> cost after the movement) and optionally Move-Ref,
      *> Move-Value and, when the movement touches one storage
      *> location, Move-Loc / Move-Loc-Balance, then PERFORM
      *> Write-Stock-Movement. Move-Value defaults to Move-Qty at
      *> Move-Unit-Cost; a RECEIPT sets it to the quantity at the
      *> PO price. Unit cost, value, reference and location are
      *> cleared after each write. A ledger that cannot be opened
      *> only produces a warning so stock processing itself never
      *> stops.
       01 Stock-Move-Status PIC XX.
       01 Stock-Move-Values.
              05 Move-Program PIC X(12) VALUE SPACE.
              05 Move-Sign    PIC X     VALUE "+".
              05 Move-Qty     PIC 9(9)  VALUE 0.
              05 Move-Balance PIC 9(9)  VALUE 0.
              05 Move-Unit-Cost PIC 9(7)V9(4) VALUE 0.
              05 Move-Value   PIC 9(11)V99 VALUE 0.
              05 Move-Ref     PIC X(10) VALUE SPACE.
              05 Move-Loc     PIC X(6)  VALUE SPACE.
              05 Move-Loc-Balance PIC 9(9) VALUE 0.
              05 Move-Stamp-D PIC 9(8).
              05 Move-Stamp-T PIC 9(8).
