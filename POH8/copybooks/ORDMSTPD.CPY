      *> Posts one lifecycle event to the order master and appends
      *> it to ORDER-HISTORY.
       Post-Order-Status.
              IF Ord-Order = SPACE THEN
                     GO TO Post-Order-Status-Clear
              END-IF.
              ACCEPT Ord-Stamp-D FROM DATE YYYYMMDD.
              ACCEPT Ord-Stamp-T FROM TIME.
              OPEN I-O ORDER-MASTER.
              IF Order-Master-Status NOT = "00"
              AND Order-Master-Status NOT = "05" THEN
                     DISPLAY "WARNING: ORDER-MASTER NOT UPDATED,"
                            " STATUS " Order-Master-Status
                     GO TO Post-Order-Status-Clear
              END-IF.
              MOVE "N" TO Ord-New.
              MOVE Ord-Order TO OM-ORDER.
              READ ORDER-MASTER
                  INVALID KEY
                      MOVE "Y" TO Ord-New
              END-READ.
              IF Ord-New = "Y" THEN
                     MOVE SPACE TO ORDER-MASTER-RECORD
                     MOVE Ord-Order TO OM-ORDER
                     MOVE Ord-Stamp-D TO OM-RECEIVED
                     MOVE 0 TO OM-QTY OM-BO-QTY OM-BO-DATE
              ELSE
                     IF (Ord-Status = OM-STATUS
                         AND Ord-Note = OM-NOTE
                         AND Ord-Stamp-D = OM-STATUS-DATE)
                     OR (Ord-Status = "SHIPPED"
                         AND OM-STATUS = "INVOICED") THEN
                            CLOSE ORDER-MASTER
                            GO TO Post-Order-Status-Clear
                     END-IF
              END-IF.
              IF Ord-Cust NOT = SPACE THEN
                     MOVE Ord-Cust TO OM-CUST
              END-IF.
              IF Ord-Item NOT = SPACE THEN
                     MOVE Ord-Item TO OM-ITEM
              END-IF.
              IF (Ord-Status = "RECEIVED" AND Ord-Qty > 0)
              OR OM-QTY = 0 THEN
                     MOVE Ord-Qty TO OM-QTY
              END-IF.
              IF Ord-Status = "BACKORDERED" THEN
                     IF OM-BO-QTY = 0 THEN
                            MOVE Ord-Stamp-D TO OM-BO-DATE
                     END-IF
                     ADD Ord-Qty TO OM-BO-QTY
              END-IF.
              IF Ord-Bo-Release > 0 THEN
                     IF Ord-Bo-Release >= OM-BO-QTY THEN
                            MOVE 0 TO OM-BO-QTY OM-BO-DATE
                     ELSE
                            SUBTRACT Ord-Bo-Release FROM OM-BO-QTY
                     END-IF
              END-IF.
              IF Ord-Status NOT = SPACE THEN
                     MOVE Ord-Status TO OM-STATUS
                     MOVE Ord-Stamp-D TO OM-STATUS-DATE
              END-IF.
              MOVE Ord-Program TO OM-PROGRAM.
              MOVE Ord-Note TO OM-NOTE.
              IF Ord-New = "Y" THEN
                     WRITE ORDER-MASTER-RECORD
                         INVALID KEY
                             DISPLAY "WARNING: ORDER " TRIM(Ord-Order)
                                    " NOT ADDED TO ORDER-MASTER"
                     END-WRITE
              ELSE
                     REWRITE ORDER-MASTER-RECORD
                         INVALID KEY
                             DISPLAY "WARNING: ORDER " TRIM(Ord-Order)
                                    " NOT UPDATED ON ORDER-MASTER"
                     END-REWRITE
              END-IF.
              CLOSE ORDER-MASTER.
              OPEN EXTEND ORDER-HISTORY.
              IF Order-History-Status = "00"
              OR Order-History-Status = "05" THEN
                     MOVE SPACE TO ORDER-HISTORY-RECORD
                     MOVE Ord-Order TO OH-ORDER
                     MOVE OM-STATUS TO OH-STATUS
                     MOVE Ord-Stamp-D TO OH-DATE
                     MOVE Ord-Stamp-T(1:6) TO OH-TIME
                     MOVE Ord-Program TO OH-PROGRAM
                     MOVE Ord-Qty TO OH-QTY
                     IF Ord-Bo-Release > 0 THEN
                            MOVE Ord-Bo-Release TO OH-QTY
                     END-IF
                     MOVE Ord-Note TO OH-NOTE
                     WRITE ORDER-HISTORY-RECORD
                     CLOSE ORDER-HISTORY
              ELSE
                     DISPLAY "WARNING: ORDER-HISTORY NOT UPDATED,"
                            " STATUS " Order-History-Status
              END-IF.
       Post-Order-Status-Clear.
              MOVE SPACE TO Ord-Order Ord-Status Ord-Cust Ord-Item
                     Ord-Note.
              MOVE 0 TO Ord-Qty Ord-Bo-Release.
       Post-Order-Status-End.
              EXIT.
