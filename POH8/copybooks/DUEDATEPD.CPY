      *> Payment terms per customer, business-day calendar and the
      *> due-date calculation shared by the invoicing programs.
       Load-Payment-Terms.
              MOVE 0 TO PT-Count.
              OPEN INPUT CUSTOMER-MASTER.
              IF Cust-Master-Status NOT = "00" THEN
                     IF Cust-Master-Status = "05" THEN
                            CLOSE CUSTOMER-MASTER
                     END-IF
                     GO TO Load-Payment-Terms-End
              END-IF.
       Load-Payment-Terms-Read.
              READ CUSTOMER-MASTER NEXT
                     AT END
                         CLOSE CUSTOMER-MASTER
                         GO TO Load-Payment-Terms-End
              END-READ.
              IF CMR-TERMS = SPACE OR PT-Count >= 500 THEN
                     GO TO Load-Payment-Terms-Read
              END-IF.
              ADD 1 TO PT-Count.
              MOVE CMR-CODE TO pt-cust(PT-Count).
              MOVE CMR-TERMS TO pt-terms(PT-Count).
              GO TO Load-Payment-Terms-Read.
       Load-Payment-Terms-End.
              EXIT.

       Load-Business-Calendar.
              MOVE 0 TO BC-Count.
              OPEN INPUT RUN-CALENDAR.
              IF Calendar-Status NOT = "00" THEN
                     IF Calendar-Status = "05" THEN
                            CLOSE RUN-CALENDAR
                     END-IF
                     GO TO Load-Business-Calendar-End
              END-IF.
       Load-Business-Calendar-Read.
              READ RUN-CALENDAR
                     AT END
                         CLOSE RUN-CALENDAR
                         GO TO Load-Business-Calendar-End
              END-READ.
              IF RUN-CALENDAR-RECORD = SPACE
              OR RUN-CALENDAR-RECORD(1:1) = "*" THEN
                     GO TO Load-Business-Calendar-Read
              END-IF.
              MOVE SPACE TO bc-date-tok bc-flag-tok.
              UNSTRING RUN-CALENDAR-RECORD DELIMITED BY ALL " "
                     INTO bc-date-tok bc-flag-tok.
              IF TRIM(bc-flag-tok) NOT = "HOLIDAY"
              OR TRIM(bc-date-tok) IS NOT NUMERIC THEN
                     GO TO Load-Business-Calendar-Read
              END-IF.
              IF BC-Count >= 400 THEN
                     DISPLAY "WARNING: RUN-CALENDAR HAS MORE THAN 400"
                            " HOLIDAYS, EXTRA DATES IGNORED"
                     GO TO Load-Business-Calendar-Read
              END-IF.
              ADD 1 TO BC-Count.
              MOVE NUMVAL(TRIM(bc-date-tok)) TO bc-holiday(BC-Count).
              GO TO Load-Business-Calendar-Read.
       Load-Business-Calendar-End.
              EXIT.

       Compute-Due-Date.
              MOVE Due-Default-Terms TO Due-Terms.
              PERFORM VARYING PT-Idx FROM 1 BY 1 UNTIL PT-Idx > PT-Count
                     IF pt-cust(PT-Idx) = Due-Cust THEN
                            MOVE pt-terms(PT-Idx) TO Due-Terms
                     END-IF
              END-PERFORM.
              IF (Due-Terms(1:3) NOT = "NET" AND
                  Due-Terms(1:3) NOT = "EOM")
              OR TRIM(Due-Terms(4:)) IS NOT NUMERIC THEN
                     DISPLAY "WARNING: BAD PAYMENT TERMS "
                            TRIM(Due-Terms) " FOR " TRIM(Due-Cust)
                            ", " TRIM(Due-Default-Terms) " USED"
                     MOVE Due-Default-Terms TO Due-Terms
              END-IF.
              MOVE NUMVAL(TRIM(Due-Terms(4:))) TO Due-Days.
              IF Due-Terms(1:3) = "EOM" THEN
      *> 月末締め: 翌月1日の前日を起算日にする
                     MOVE Due-From(1:6) TO Due-Month
                     IF Due-Month(5:2) = "12" THEN
                            ADD 89 TO Due-Month
                     ELSE
                            ADD 1 TO Due-Month
                     END-IF
                     COMPUTE Due-Int =
                            INTEGER-OF-DATE(Due-Month * 100 + 1) - 1
              ELSE
                     MOVE INTEGER-OF-DATE(Due-From) TO Due-Int
              END-IF.
              ADD Due-Days TO Due-Int.
              MOVE "N" TO Due-Business.
              PERFORM Next-Business-Day UNTIL Due-Business = "Y".
              MOVE DATE-OF-INTEGER(Due-Int) TO Due-Date.

      *> 土日と RUN-CALENDAR の HOLIDAY は翌日へ送る
       Next-Business-Day.
              MOVE "Y" TO Due-Business.
              IF MOD(Due-Int, 7) = 0 OR MOD(Due-Int, 7) = 6 THEN
                     MOVE "N" TO Due-Business
              ELSE
                     MOVE DATE-OF-INTEGER(Due-Int) TO Due-Date
                     PERFORM VARYING BC-Idx FROM 1 BY 1
                     UNTIL BC-Idx > BC-Count
                            IF bc-holiday(BC-Idx) = Due-Date THEN
                                   MOVE "N" TO Due-Business
                            END-IF
                     END-PERFORM
              END-IF.
              IF Due-Business = "N" THEN
                     ADD 1 TO Due-Int
              END-IF.
