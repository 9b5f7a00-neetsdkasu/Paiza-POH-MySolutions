      *> Shared SELECT for the run calendar ("yyyymmdd FLAG" lines,
      *> FLAG = HOLIDAY / WEEK-END / MONTH-END). Layout in RUNCALFD.
              SELECT OPTIONAL RUN-CALENDAR
                     ASSIGN TO "RUN-CALENDAR"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Calendar-Status.
