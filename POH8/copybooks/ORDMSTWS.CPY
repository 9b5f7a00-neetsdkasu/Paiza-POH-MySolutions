      *> WORKING-STORAGE for posting order lifecycle status. Set
      *> Ord-Program once at start-up; per event set Ord-Order and
      *> Ord-Status and optionally Ord-Cust, Ord-Item, Ord-Qty (the
      *> quantity the event concerns) and Ord-Note, then PERFORM
      *> Post-Order-Status THRU Post-Order-Status-End. A first event
      *> creates the order. A BACKORDERED event adds Ord-Qty to the
      *> order's backordered units; Ord-Bo-Release takes released
      *> units off again. Ord-Status SPACE records a history line
      *> under the current status without changing it. The same
      *> status with the same note on the same day is not posted
      *> twice (reruns), and an INVOICED order is not set back to
      *> SHIPPED. Everything but Ord-Program is cleared after each
      *> post; an order master that cannot be opened only produces
      *> a warning so order processing itself never stops.
       01 Order-Master-Status PIC XX.
       01 Order-History-Status PIC XX.
       01 Order-Post-Values.
              05 Ord-Program    PIC X(12) VALUE SPACE.
              05 Ord-Order      PIC X(10) VALUE SPACE.
              05 Ord-Status     PIC X(12) VALUE SPACE.
              05 Ord-Cust       PIC X(10) VALUE SPACE.
              05 Ord-Item       PIC X(10) VALUE SPACE.
              05 Ord-Qty        PIC 9(7)  VALUE 0.
              05 Ord-Bo-Release PIC 9(7)  VALUE 0.
              05 Ord-Note       PIC X(40) VALUE SPACE.
              05 Ord-New        PIC X.
              05 Ord-Stamp-D    PIC 9(8).
              05 Ord-Stamp-T    PIC 9(8).
