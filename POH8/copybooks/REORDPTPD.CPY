      *> Loader, lookup and writer for the computed reorder points.
       Load-Reorder-Points.
              MOVE 0 TO RP-Count.
              OPEN INPUT REORDER-POINTS.
              IF Reorder-Point-Status NOT = "00" THEN
                     IF Reorder-Point-Status = "05" THEN
                            CLOSE REORDER-POINTS
                     END-IF
                     GO TO Load-Reorder-Points-End
              END-IF.
       Load-Reorder-Points-Read.
              READ REORDER-POINTS
                     AT END
                         CLOSE REORDER-POINTS
                         GO TO Load-Reorder-Points-End
              END-READ.
              IF RP-PART = SPACE THEN
                     GO TO Load-Reorder-Points-Read
              END-IF.
              IF RP-Count >= 500 THEN
                     DISPLAY "ERROR: REORDER-POINTS EXCEEDS 500 PARTS"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO RP-Count.
              MOVE RP-PART TO rp-t-part(RP-Count).
              MOVE RP-POINT TO rp-t-point(RP-Count).
              MOVE RP-QTY TO rp-t-qty(RP-Count).
              MOVE RP-AVG TO rp-t-avg(RP-Count).
              MOVE RP-SD TO rp-t-sd(RP-Count).
              MOVE RP-LEAD TO rp-t-lead(RP-Count).
              MOVE RP-DATE TO rp-t-date(RP-Count).
              GO TO Load-Reorder-Points-Read.
       Load-Reorder-Points-End.
              EXIT.

       Find-Reorder-Point.
              MOVE 0 TO RP-Found.
              PERFORM VARYING RP-Idx FROM 1 BY 1
              UNTIL RP-Idx > RP-Count OR RP-Found > 0
                     IF rp-t-part(RP-Idx) = Rop-Part THEN
                            MOVE RP-Idx TO RP-Found
                     END-IF
              END-PERFORM.

       Save-Reorder-Points.
              OPEN OUTPUT REORDER-POINTS.
              PERFORM VARYING RP-Idx FROM 1 BY 1
              UNTIL RP-Idx > RP-Count
                     MOVE SPACE TO REORDER-POINTS-RECORD
                     MOVE rp-t-part(RP-Idx) TO RP-PART
                     MOVE rp-t-point(RP-Idx) TO RP-POINT
                     MOVE rp-t-qty(RP-Idx) TO RP-QTY
                     MOVE rp-t-avg(RP-Idx) TO RP-AVG
                     MOVE rp-t-sd(RP-Idx) TO RP-SD
                     MOVE rp-t-lead(RP-Idx) TO RP-LEAD
                     MOVE rp-t-date(RP-Idx) TO RP-DATE
                     WRITE REORDER-POINTS-RECORD
              END-PERFORM.
              CLOSE REORDER-POINTS.
