      *> Record layout of the run calendar; "*" in column one marks
      *> a comment line.
       FD  RUN-CALENDAR.
              01 RUN-CALENDAR-RECORD PIC X(30).
