      *> Loader, lookup and writer for the ABC part classes.
       Load-Part-Classes.
              MOVE 0 TO PC-Count.
              OPEN INPUT PART-CLASSES.
              IF Part-Class-Status NOT = "00" THEN
                     IF Part-Class-Status = "05" THEN
                            CLOSE PART-CLASSES
                     END-IF
                     GO TO Load-Part-Classes-End
              END-IF.
       Load-Part-Classes-Read.
              READ PART-CLASSES
                     AT END
                         CLOSE PART-CLASSES
                         GO TO Load-Part-Classes-End
              END-READ.
              IF PC-PART = SPACE THEN
                     GO TO Load-Part-Classes-Read
              END-IF.
              IF PC-Count >= 500 THEN
                     DISPLAY "ERROR: PART-CLASSES EXCEEDS 500 PARTS"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO PC-Count.
              MOVE PC-PART TO pc-t-part(PC-Count).
              MOVE PC-CLASS TO pc-t-class(PC-Count).
              MOVE PC-VALUE TO pc-t-value(PC-Count).
              MOVE PC-SEQ TO pc-t-seq(PC-Count).
              MOVE PC-DATE TO pc-t-date(PC-Count).
              GO TO Load-Part-Classes-Read.
       Load-Part-Classes-End.
              EXIT.

       Find-Part-Class.
              MOVE 0 TO PC-Found.
              PERFORM VARYING PC-Idx FROM 1 BY 1
              UNTIL PC-Idx > PC-Count OR PC-Found > 0
                     IF pc-t-part(PC-Idx) = Cls-Part THEN
                            MOVE PC-Idx TO PC-Found
                     END-IF
              END-PERFORM.

       Save-Part-Classes.
              OPEN OUTPUT PART-CLASSES.
              PERFORM VARYING PC-Idx FROM 1 BY 1
              UNTIL PC-Idx > PC-Count
                     MOVE SPACE TO PART-CLASSES-RECORD
                     MOVE pc-t-part(PC-Idx) TO PC-PART
                     MOVE pc-t-class(PC-Idx) TO PC-CLASS
                     MOVE pc-t-value(PC-Idx) TO PC-VALUE
                     MOVE pc-t-seq(PC-Idx) TO PC-SEQ
                     MOVE pc-t-date(PC-Idx) TO PC-DATE
                     WRITE PART-CLASSES-RECORD
              END-PERFORM.
              CLOSE PART-CLASSES.
