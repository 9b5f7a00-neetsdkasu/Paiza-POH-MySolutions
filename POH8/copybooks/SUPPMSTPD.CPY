      *> Supplier master and preferred-supplier lookups shared by
      *> the purchasing programs.
       Load-Supplier-Master.
              MOVE 0 TO SU-Count PS-Count SQ-Count.
              OPEN INPUT SUPPLIER-MASTER.
              IF Supp-Master-Status NOT = "00" THEN
                     IF Supp-Master-Status = "05" THEN
                            CLOSE SUPPLIER-MASTER
                     END-IF
                     GO TO Load-Supplier-Master-Parts
              END-IF.
       Load-Supplier-Master-Read.
              READ SUPPLIER-MASTER
                     AT END
                         CLOSE SUPPLIER-MASTER
                         GO TO Load-Supplier-Master-Parts
              END-READ.
              IF SUPPLIER-MASTER-RECORD = SPACE
              OR SUPPLIER-MASTER-RECORD(1:1) = "*" THEN
                     GO TO Load-Supplier-Master-Read
              END-IF.
              IF SU-Count >= 200 THEN
                     DISPLAY "ERROR: SUPPLIER-MASTER EXCEEDS 200"
                            " SUPPLIERS"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              MOVE SPACE TO su-code-tok su-name-tok su-stat-tok
                     su-lead-tok.
              UNSTRING SUPPLIER-MASTER-RECORD DELIMITED BY ALL " "
                     INTO su-code-tok su-name-tok su-stat-tok
                          su-lead-tok.
              ADD 1 TO SU-Count.
              MOVE "APPROVED" TO su-quality(SU-Count).
              MOVE su-code-tok TO su-code(SU-Count).
              MOVE su-name-tok TO su-name(SU-Count).
              MOVE su-stat-tok TO su-status(SU-Count).
              IF TRIM(su-lead-tok) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(su-lead-tok))
                            TO su-lead(SU-Count)
              ELSE
                     MOVE 0 TO su-lead(SU-Count)
              END-IF.
              GO TO Load-Supplier-Master-Read.
       Load-Supplier-Master-Parts.
              OPEN INPUT PART-SUPPLIERS.
              IF Part-Supp-Status NOT = "00" THEN
                     IF Part-Supp-Status = "05" THEN
                            CLOSE PART-SUPPLIERS
                     END-IF
                     GO TO Load-Supplier-Master-Quality
              END-IF.
       Load-Supplier-Master-Part.
              READ PART-SUPPLIERS
                     AT END
                         CLOSE PART-SUPPLIERS
                         GO TO Load-Supplier-Master-Quality
              END-READ.
              IF PART-SUPPLIERS-RECORD = SPACE
              OR PART-SUPPLIERS-RECORD(1:1) = "*" THEN
                     GO TO Load-Supplier-Master-Part
              END-IF.
              IF PS-Count >= 1000 THEN
                     DISPLAY "ERROR: PART-SUPPLIERS EXCEEDS 1000"
                            " ENTRIES"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO PS-Count.
              MOVE SPACE TO ps-part(PS-Count) ps-supp(PS-Count)
                     ps-price-tok.
              UNSTRING PART-SUPPLIERS-RECORD DELIMITED BY ALL " "
                     INTO ps-part(PS-Count) ps-supp(PS-Count)
                          ps-price-tok.
              IF ps-price-tok NOT = SPACE THEN
                     MOVE NUMVAL(TRIM(ps-price-tok))
                            TO ps-price(PS-Count)
              ELSE
                     MOVE 0 TO ps-price(PS-Count)
              END-IF.
              GO TO Load-Supplier-Master-Part.
       Load-Supplier-Master-Quality.
              OPEN INPUT SUPPLIER-QUALITY.
              IF Supp-Quality-Status NOT = "00" THEN
                     IF Supp-Quality-Status = "05" THEN
                            CLOSE SUPPLIER-QUALITY
                     END-IF
                     GO TO Load-Supplier-Master-End
              END-IF.
       Load-Supplier-Master-Qual-Read.
              READ SUPPLIER-QUALITY
                     AT END
                         CLOSE SUPPLIER-QUALITY
                         GO TO Load-Supplier-Master-End
              END-READ.
              IF SQ-CODE = SPACE THEN
                     GO TO Load-Supplier-Master-Qual-Read
              END-IF.
              IF SQ-Count >= 300 THEN
                     DISPLAY "ERROR: SUPPLIER-QUALITY EXCEEDS 300"
                            " SUPPLIERS"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO SQ-Count.
              MOVE SQ-CODE TO sq-t-code(SQ-Count).
              MOVE SQ-STATUS TO sq-t-status(SQ-Count).
              MOVE SQ-SINCE TO sq-t-since(SQ-Count).
              MOVE SQ-CODE TO Supp-Code.
              PERFORM Find-Supplier.
              IF SU-Found > 0 THEN
                     MOVE SQ-STATUS TO su-quality(SU-Found)
              END-IF.
              GO TO Load-Supplier-Master-Qual-Read.
       Load-Supplier-Master-End.
              EXIT.

       Save-Supplier-Quality.
              OPEN OUTPUT SUPPLIER-QUALITY.
              PERFORM VARYING SQ-Idx FROM 1 BY 1
              UNTIL SQ-Idx > SQ-Count
                     MOVE SPACE TO SUPPLIER-QUALITY-RECORD
                     MOVE sq-t-code(SQ-Idx) TO SQ-CODE
                     MOVE sq-t-status(SQ-Idx) TO SQ-STATUS
                     MOVE sq-t-since(SQ-Idx) TO SQ-SINCE
                     WRITE SUPPLIER-QUALITY-RECORD
              END-PERFORM.
              CLOSE SUPPLIER-QUALITY.

       Find-Supplier-Quality.
              MOVE 0 TO SQ-Found.
              PERFORM VARYING SQ-Idx FROM 1 BY 1
              UNTIL SQ-Idx > SQ-Count OR SQ-Found > 0
                     IF sq-t-code(SQ-Idx) = Supp-Code THEN
                            MOVE SQ-Idx TO SQ-Found
                     END-IF
              END-PERFORM.

       Find-Supplier.
              MOVE 0 TO SU-Found.
              PERFORM VARYING SU-Idx FROM 1 BY 1
              UNTIL SU-Idx > SU-Count OR SU-Found > 0
                     IF su-code(SU-Idx) = Supp-Code THEN
                            MOVE SU-Idx TO SU-Found
                     END-IF
              END-PERFORM.

      *> 優先順に見て最初の ACTIVE な仕入先を選ぶ。品質で BLOCKED
      *> の仕入先は飛ばし、飛ばしたことを Supp-Blocked に残す
       Find-Part-Supplier.
              MOVE 0 TO SU-Found.
              MOVE 0 TO Supp-Lead-Days Supp-Price.
              MOVE "N" TO Supp-Blocked.
              PERFORM VARYING PS-Idx FROM 1 BY 1
              UNTIL PS-Idx > PS-Count OR SU-Found > 0
                     IF ps-part(PS-Idx) = Supp-Part THEN
                            MOVE ps-supp(PS-Idx) TO Supp-Code
                            PERFORM Find-Supplier
                            IF SU-Found > 0 THEN
                                   IF su-status(SU-Found)
                                          NOT = "ACTIVE" THEN
                                          MOVE 0 TO SU-Found
                                   END-IF
                            END-IF
                            IF SU-Found > 0 THEN
                                   IF su-quality(SU-Found)
                                          = "BLOCKED" THEN
                                          MOVE 0 TO SU-Found
                                          MOVE "Y" TO Supp-Blocked
                                   END-IF
                            END-IF
                            IF SU-Found > 0 THEN
                                   MOVE ps-price(PS-Idx) TO Supp-Price
                            END-IF
                     END-IF
              END-PERFORM.
              IF SU-Found > 0 THEN
                     MOVE su-code(SU-Found) TO Supp-Code
                     MOVE su-lead(SU-Found) TO Supp-Lead-Days
              ELSE
                     MOVE SPACE TO Supp-Code
              END-IF.
