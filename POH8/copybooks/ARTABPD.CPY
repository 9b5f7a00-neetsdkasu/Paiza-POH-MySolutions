      *> Loader and writer for the in-memory open-items ledger.
       Load-Ar-Table.
              MOVE 0 TO AT-Count.
              OPEN INPUT AR-OPEN-ITEMS.
              IF Ar-Items-Status NOT = "00" THEN
                     IF Ar-Items-Status = "05" THEN
                            CLOSE AR-OPEN-ITEMS
                     END-IF
                     GO TO Load-Ar-Table-End
              END-IF.
       Load-Ar-Table-Read.
              READ AR-OPEN-ITEMS
                     AT END
                         CLOSE AR-OPEN-ITEMS
                         GO TO Load-Ar-Table-End
              END-READ.
              IF AT-Count >= 2000 THEN
                     DISPLAY "ERROR: AR-OPEN-ITEMS EXCEEDS 2000"
                            " RECORDS, ARCHIVE PAID ITEMS FIRST"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO AT-Count.
              MOVE AR-INV TO at-inv(AT-Count).
              MOVE AR-DATE TO at-date(AT-Count).
              MOVE AR-AMOUNT TO at-amount(AT-Count).
              MOVE AR-PAID TO at-paid(AT-Count).
              MOVE AR-STATUS TO at-status(AT-Count).
              MOVE AR-CUST TO at-cust(AT-Count).
              MOVE AR-REF-DATE TO at-ref-date(AT-Count).
              MOVE AR-REF-NO TO at-ref-no(AT-Count).
              MOVE AR-TAX-DATA TO at-tax-data(AT-Count).
              MOVE AR-DUE-DATE TO at-due-date(AT-Count).
              GO TO Load-Ar-Table-Read.
       Load-Ar-Table-End.
              EXIT.

       Save-Ar-Table.
              OPEN OUTPUT AR-OPEN-ITEMS.
              IF AT-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING AT-Idx FROM 1 BY 1
                     UNTIL AT-Idx >= AT-Count
                            MOVE SPACE TO AR-ITEM-RECORD
                            MOVE at-inv(AT-Idx) TO AR-INV
                            MOVE at-date(AT-Idx) TO AR-DATE
                            MOVE at-amount(AT-Idx) TO AR-AMOUNT
                            MOVE at-paid(AT-Idx) TO AR-PAID
                            MOVE at-status(AT-Idx) TO AR-STATUS
                            MOVE at-cust(AT-Idx) TO AR-CUST
                            MOVE at-ref-date(AT-Idx) TO AR-REF-DATE
                            MOVE at-ref-no(AT-Idx) TO AR-REF-NO
                            MOVE at-tax-data(AT-Idx) TO AR-TAX-DATA
                            MOVE at-due-date(AT-Idx) TO AR-DUE-DATE
                            WRITE AR-ITEM-RECORD
                     END-PERFORM
              END-IF.
              CLOSE AR-OPEN-ITEMS.
