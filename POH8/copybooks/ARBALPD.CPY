      *> Per-customer open receivables balance from AR-OPEN-ITEMS.
       Load-Ar-Balances.
              MOVE 0 TO Arb-Count.
              OPEN INPUT AR-OPEN-ITEMS.
              IF Ar-Items-Status NOT = "00" THEN
                     IF Ar-Items-Status = "05" THEN
                            CLOSE AR-OPEN-ITEMS
                     END-IF
                     GO TO Load-Ar-Balances-End
              END-IF.
       Load-Ar-Balances-Read.
              READ AR-OPEN-ITEMS
                     AT END
                         CLOSE AR-OPEN-ITEMS
                         GO TO Load-Ar-Balances-End
              END-READ.
              IF AR-STATUS = "PAID" OR AR-CUST = SPACE THEN
                     GO TO Load-Ar-Balances-Read
              END-IF.
              IF AR-STATUS = "CREDIT" THEN
                     COMPUTE Arb-Item-Open = AR-PAID - AR-AMOUNT
              ELSE
                     COMPUTE Arb-Item-Open = AR-AMOUNT - AR-PAID
              END-IF.
              MOVE AR-CUST TO Arb-Cust-Key.
              MOVE 0 TO Arb-Found.
              IF Arb-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING Arb-Idx FROM 1 BY 1
                     UNTIL Arb-Idx >= Arb-Count
                            IF arb-cust(Arb-Idx) = Arb-Cust-Key THEN
                                   MOVE Arb-Idx TO Arb-Found
                            END-IF
                     END-PERFORM
              END-IF.
              IF Arb-Found = 0 THEN
                     IF Arb-Count >= 500 THEN
                            IF Arb-Overflow = "N" THEN
                                   DISPLAY "WARNING: MORE THAN 500"
                                          " CUSTOMERS WITH OPEN AR,"
                                          " EXTRA NOT COUNTED"
                                   MOVE "Y" TO Arb-Overflow
                            END-IF
                            GO TO Load-Ar-Balances-Read
                     END-IF
                     ADD 1 TO Arb-Count
                     MOVE Arb-Count TO Arb-Found
                     MOVE Arb-Cust-Key TO arb-cust(Arb-Found)
                     MOVE 0 TO arb-open(Arb-Found)
              END-IF.
              ADD Arb-Item-Open TO arb-open(Arb-Found).
              GO TO Load-Ar-Balances-Read.
       Load-Ar-Balances-End.
              EXIT.

       Find-Ar-Balance.
              MOVE 0 TO Arb-Open-Found.
              IF Arb-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING Arb-Idx FROM 1 BY 1
                     UNTIL Arb-Idx >= Arb-Count
                            IF arb-cust(Arb-Idx) = Arb-Cust-Key THEN
                                   MOVE arb-open(Arb-Idx)
                                          TO Arb-Open-Found
                            END-IF
                     END-PERFORM
              END-IF.
