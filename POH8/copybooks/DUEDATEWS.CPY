      *> WORKING-STORAGE for payment terms and due dates. Requires
      *> CUSTMSTSL / CUSTMSTFD, RUNCALSL / RUNCALFD and the fields
      *> Cust-Master-Status and Calendar-Status. Usage:
      *>   PERFORM Load-Payment-Terms THRU Load-Payment-Terms-End
      *>   PERFORM Load-Business-Calendar
      *>          THRU Load-Business-Calendar-End
      *> then per invoice:
      *>   MOVE <customer> TO Due-Cust
      *>   MOVE <invoice date> TO Due-From
      *>   PERFORM Compute-Due-Date
      *> Due-Terms returns the terms applied and Due-Date the due
      *> date, moved forward past Saturdays, Sundays and the dates
      *> flagged HOLIDAY in RUN-CALENDAR.
       01 Due-Date-Values.
              05 PT-Count PIC 9(3) VALUE 0.
              05 PT-Idx   PIC 9(3).
              05 PT-Table OCCURS 500 TIMES.
                     10 pt-cust  PIC X(10).
                     10 pt-terms PIC X(8).
              05 BC-Count PIC 9(3) VALUE 0.
              05 BC-Idx   PIC 9(3).
              05 BC-Table OCCURS 400 TIMES.
                     10 bc-holiday PIC 9(8).
              05 bc-date-tok PIC X(10).
              05 bc-flag-tok PIC X(14).
              05 Due-Default-Terms PIC X(8) VALUE "NET30".
              05 Due-Cust     PIC X(10).
              05 Due-From     PIC 9(8).
              05 Due-Terms    PIC X(8).
              05 Due-Date     PIC 9(8).
              05 Due-Days     PIC 9(3).
              05 Due-Int      PIC 9(8).
              05 Due-Month    PIC 9(6).
              05 Due-Business PIC X.
