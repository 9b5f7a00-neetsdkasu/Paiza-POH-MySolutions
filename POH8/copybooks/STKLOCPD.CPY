      *> Loader, writer and quantity helpers for the stock
      *> locations.
       Load-Stock-Locations.
              MOVE 0 TO LC-Count.
              OPEN INPUT STOCK-LOCATIONS.
              IF Stock-Loc-Status NOT = "00" THEN
                     IF Stock-Loc-Status = "05" THEN
                            CLOSE STOCK-LOCATIONS
                     END-IF
                     GO TO Load-Stock-Locations-End
              END-IF.
       Load-Stock-Locations-Read.
              READ STOCK-LOCATIONS
                     AT END
                         CLOSE STOCK-LOCATIONS
                         GO TO Load-Stock-Locations-End
              END-READ.
              IF SL-PART = SPACE OR SL-ONHAND IS NOT NUMERIC THEN
                     GO TO Load-Stock-Locations-Read
              END-IF.
              IF LC-Count >= 2000 THEN
                     DISPLAY "ERROR: STOCK-LOCATIONS EXCEEDS 2000"
                            " ROWS"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO LC-Count.
              MOVE SL-PART TO lc-part(LC-Count).
              MOVE SL-LOC TO lc-loc(LC-Count).
              MOVE SL-ONHAND TO lc-onhand(LC-Count).
              GO TO Load-Stock-Locations-Read.
       Load-Stock-Locations-End.
              EXIT.

      *> 数量 0 の置き場は書かない (次に入るとき作り直す)
       Save-Stock-Locations.
              OPEN OUTPUT STOCK-LOCATIONS.
              PERFORM VARYING LC-Idx FROM 1 BY 1
              UNTIL LC-Idx > LC-Count
                     IF lc-onhand(LC-Idx) > 0 THEN
                            MOVE SPACE TO STOCK-LOCATIONS-RECORD
                            MOVE lc-part(LC-Idx) TO SL-PART
                            MOVE lc-loc(LC-Idx) TO SL-LOC
                            MOVE lc-onhand(LC-Idx) TO SL-ONHAND
                            WRITE STOCK-LOCATIONS-RECORD
                     END-IF
              END-PERFORM.
              CLOSE STOCK-LOCATIONS.
              MOVE "N" TO Loc-Changed.

       Find-Stock-Location.
              MOVE 0 TO LC-Found.
              PERFORM VARYING LC-Idx FROM 1 BY 1
              UNTIL LC-Idx > LC-Count OR LC-Found > 0
                     IF lc-part(LC-Idx) = Loc-Part
                     AND lc-loc(LC-Idx) = Loc-Code THEN
                            MOVE LC-Idx TO LC-Found
                     END-IF
              END-PERFORM.

       Add-To-Location.
              PERFORM Find-Stock-Location.
              IF LC-Found = 0 THEN
                     IF LC-Count >= 2000 THEN
                            DISPLAY "ERROR: STOCK-LOCATIONS EXCEEDS"
                                   " 2000 ROWS"
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                     END-IF
                     ADD 1 TO LC-Count
                     MOVE LC-Count TO LC-Found
                     MOVE Loc-Part TO lc-part(LC-Found)
                     MOVE Loc-Code TO lc-loc(LC-Found)
                     MOVE 0 TO lc-onhand(LC-Found)
              END-IF.
              ADD Loc-Qty TO lc-onhand(LC-Found).
              MOVE lc-onhand(LC-Found) TO Loc-Balance.
              MOVE "Y" TO Loc-Changed.

      *> 指定の置き場から先に取り、足りない分は在庫の多い置き場
      *> から順に取る
       Take-From-Locations.
              MOVE 0 TO Pick-Count.
              MOVE Loc-Qty TO Loc-Left.
              IF Loc-Code NOT = SPACE THEN
                     PERFORM Find-Stock-Location
                     IF LC-Found > 0 THEN
                            PERFORM Take-Location-Row
                     END-IF
              END-IF.
       Take-From-Locations-Next.
              IF Loc-Left = 0 OR Pick-Count >= 20 THEN
                     GO TO Take-From-Locations-End
              END-IF.
              MOVE 0 TO Loc-Best.
              PERFORM VARYING LC-Idx FROM 1 BY 1
              UNTIL LC-Idx > LC-Count
                     IF lc-part(LC-Idx) = Loc-Part
                     AND lc-onhand(LC-Idx) > 0 THEN
                            IF Loc-Best = 0 THEN
                                   MOVE LC-Idx TO Loc-Best
                            ELSE
                                   IF lc-onhand(LC-Idx) >
                                      lc-onhand(Loc-Best) THEN
                                          MOVE LC-Idx TO Loc-Best
                                   END-IF
                            END-IF
                     END-IF
              END-PERFORM.
              IF Loc-Best = 0 THEN
                     GO TO Take-From-Locations-End
              END-IF.
              MOVE Loc-Best TO LC-Found.
              PERFORM Take-Location-Row.
              GO TO Take-From-Locations-Next.
       Take-From-Locations-End.
              EXIT.

       Take-Location-Row.
              IF lc-onhand(LC-Found) > 0 AND Loc-Left > 0 THEN
                     IF lc-onhand(LC-Found) < Loc-Left THEN
                            MOVE lc-onhand(LC-Found) TO Loc-Take
                     ELSE
                            MOVE Loc-Left TO Loc-Take
                     END-IF
                     SUBTRACT Loc-Take FROM lc-onhand(LC-Found)
                     SUBTRACT Loc-Take FROM Loc-Left
                     ADD 1 TO Pick-Count
                     MOVE lc-loc(LC-Found) TO pk-loc(Pick-Count)
                     MOVE Loc-Take TO pk-qty(Pick-Count)
                     MOVE lc-onhand(LC-Found) TO pk-bal(Pick-Count)
                     MOVE "Y" TO Loc-Changed
              END-IF.

       Sum-Part-Locations.
              MOVE 0 TO Loc-Sum.
              PERFORM VARYING LC-Idx FROM 1 BY 1
              UNTIL LC-Idx > LC-Count
                     IF lc-part(LC-Idx) = Loc-Part THEN
                            ADD lc-onhand(LC-Idx) TO Loc-Sum
                     END-IF
              END-PERFORM.

      *> 置き場の合計を部品の手持ち (Loc-Total) に合わせる。
      *> 置き場のない旧データもここで既定の置き場へ載る
       Match-Part-Locations.
              MOVE 0 TO Pick-Count.
              PERFORM Sum-Part-Locations.
              IF Loc-Sum = Loc-Total THEN
                     GO TO Match-Part-Locations-End
              END-IF.
              IF Loc-Sum < Loc-Total THEN
                     MOVE Loc-Default TO Loc-Code
                     COMPUTE Loc-Qty = Loc-Total - Loc-Sum
                     PERFORM Add-To-Location
              ELSE
                     MOVE SPACE TO Loc-Code
                     COMPUTE Loc-Qty = Loc-Sum - Loc-Total
                     PERFORM Take-From-Locations
                            THRU Take-From-Locations-End
              END-IF.
       Match-Part-Locations-End.
              EXIT.

       Drop-Part-Locations.
              PERFORM VARYING LC-Idx FROM 1 BY 1
              UNTIL LC-Idx > LC-Count
                     IF lc-part(LC-Idx) = Loc-Part THEN
                            MOVE 0 TO lc-onhand(LC-Idx)
                            MOVE "Y" TO Loc-Changed
                     END-IF
              END-PERFORM.
