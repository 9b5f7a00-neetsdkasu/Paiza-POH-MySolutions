      *> WORKING-STORAGE for the shared die-table walk (DIEWALKPD).
      *> Caller fills Walk-N and Walk-Cells(1..Walk-N) with the table,
      *> moves the query start to Walk-D and PERFORMs Walk-One-Query;
      *> Walk-Ok is "Y" when the goal cell is reached and Walk-Jumps
      *> holds the number of jumps taken.
       01 Walk-Values.
              05 Walk-N      BINARY-SHORT.
              05 Walk-D      BINARY-SHORT.
              05 Walk-X      BINARY-SHORT.
              05 Walk-J      BINARY-SHORT UNSIGNED.
              05 Walk-Ok     PIC X.
              05 Walk-Jumps  BINARY-SHORT.
              05 Walk-Cells  BINARY-SHORT OCCURS 100 TIMES.
              05 Walk-Seen   BINARY-CHAR UNSIGNED OCCURS 100 TIMES.
