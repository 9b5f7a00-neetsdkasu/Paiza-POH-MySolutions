      *> Loader and lookup for the rio tank master. Bad lines (tank
      *> id not 1-99, capacity not positive, heel not below the
      *> capacity, unknown product) are reported and skipped.
       Load-Tank-Master.
              MOVE 0 TO TM-Count.
              OPEN INPUT TANK-MASTER.
              IF Tank-Master-Status NOT = "00" THEN
                     IF Tank-Master-Status = "05" THEN
                            CLOSE TANK-MASTER
                     END-IF
                     GO TO Load-Tank-Master-End
              END-IF.
       Load-Tank-Master-Read.
              READ TANK-MASTER
                     AT END
                         CLOSE TANK-MASTER
                         GO TO Load-Tank-Master-End
              END-READ.
              IF TANK-MASTER-RECORD = SPACE
              OR TANK-MASTER-RECORD(1:1) = "*" THEN
                     GO TO Load-Tank-Master-Read
              END-IF.
              MOVE SPACE TO tm-id-tok tm-cap-tok tm-heel-tok
                     tm-prod-tok.
              UNSTRING TANK-MASTER-RECORD DELIMITED BY ALL " "
                     INTO tm-id-tok tm-cap-tok tm-heel-tok
                          tm-prod-tok.
              IF TRIM(tm-id-tok) IS NOT NUMERIC
              OR tm-id-tok(3:) NOT = SPACE
              OR tm-cap-tok = SPACE OR tm-heel-tok = SPACE
              OR TEST-NUMVAL(TRIM(tm-cap-tok)) NOT = 0
              OR TEST-NUMVAL(TRIM(tm-heel-tok)) NOT = 0 THEN
                     DISPLAY "WARNING: BAD TANK-MASTER LINE SKIPPED: "
                            TRIM(TANK-MASTER-RECORD)
                     GO TO Load-Tank-Master-Read
              END-IF.
              IF NUMVAL(tm-id-tok) = 0
              OR NUMVAL(tm-cap-tok) <= 0
              OR NUMVAL(tm-cap-tok) > 9999
              OR NUMVAL(tm-heel-tok) < 0
              OR NUMVAL(tm-heel-tok) >= NUMVAL(tm-cap-tok)
              OR (TRIM(tm-prod-tok) NOT = "WATER"
                  AND TRIM(tm-prod-tok) NOT = "CHEMICAL"
                  AND TRIM(tm-prod-tok) NOT = "MIXED") THEN
                     DISPLAY "WARNING: BAD TANK-MASTER LINE SKIPPED: "
                            TRIM(TANK-MASTER-RECORD)
                     GO TO Load-Tank-Master-Read
              END-IF.
              IF TM-Count >= 20 THEN
                     DISPLAY "ERROR: TANK-MASTER EXCEEDS 20 TANKS"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO TM-Count.
              MOVE NUMVAL(tm-id-tok) TO tm-id(TM-Count).
              MOVE NUMVAL(tm-cap-tok) TO tm-capacity(TM-Count).
              MOVE NUMVAL(tm-heel-tok) TO tm-heel(TM-Count).
              MOVE tm-prod-tok TO tm-product(TM-Count).
              GO TO Load-Tank-Master-Read.
       Load-Tank-Master-End.
              EXIT.

       Find-Tank-Master.
              MOVE 0 TO TM-Found.
              PERFORM VARYING TM-Idx FROM 1 BY 1
              UNTIL TM-Idx > TM-Count OR TM-Found > 0
                     IF tm-id(TM-Idx) = TM-Key THEN
                            MOVE TM-Idx TO TM-Found
                     END-IF
              END-PERFORM.
