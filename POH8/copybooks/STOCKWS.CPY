      *> WORKING-STORAGE for the keyed stock master. Batch readers
      *> PERFORM Load-Stock-Table THRU Load-Stock-Table-End to fill
      *> the 500-part table, then Save-Stock-Table writes changed
      *> quantities and average unit costs back by key (REWRITE
      *> existing parts, WRITE new ones). Programs that touch single
      *> parts can instead OPEN I-O STOCK-MASTER and READ / REWRITE
      *> / DELETE by SM-PART-CODE.
       01 Stock-Master-Status PIC XX.
       01 Stock-Table-Values.
              05 Stock-Count  PIC 9(3) VALUE 0.
              05 Stock-Table OCCURS 500 TIMES.
                     10 st-code   PIC X(10).
                     10 st-onhand PIC 9(9).
                     10 st-cost   PIC 9(7)V9(4).
              05 st-qty-z       PIC Z(8)9.
              05 Stock-Overflow PIC X VALUE "N".
              05 Stock-Seal-Bypass PIC X VALUE "N".
