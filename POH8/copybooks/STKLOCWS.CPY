      *> WORKING-STORAGE for the stock locations. Usage:
      *>   PERFORM Load-Stock-Locations THRU Load-Stock-Locations-End
      *> then per part, with Loc-Part set:
      *>   Loc-Code + Loc-Qty, PERFORM Add-To-Location
      *>          (LC-Found = the row, Loc-Balance = its new qty)
      *>   Loc-Qty (+ Loc-Code to take from one place first),
      *>          PERFORM Take-From-Locations
      *>          THRU Take-From-Locations-End
      *>          (Pick-Table lists where it came from, largest
      *>          location first; Loc-Left = quantity not found)
      *>   Loc-Total, PERFORM Match-Part-Locations
      *>          THRU Match-Part-Locations-End (brings the
      *>          locations back to the part total: a surplus goes
      *>          to Loc-Default, a shortfall is taken as above)
      *>   PERFORM Drop-Part-Locations (part deleted)
      *> and finally PERFORM Save-Stock-Locations when Loc-Changed
      *> is "Y".
       01 Stock-Loc-Status PIC XX.
       01 Stock-Loc-Values.
              05 LC-Count PIC 9(4) VALUE 0.
              05 LC-Idx   PIC 9(4).
              05 LC-Found PIC 9(4).
              05 LC-Table OCCURS 2000 TIMES.
                     10 lc-part   PIC X(10).
                     10 lc-loc    PIC X(6).
                     10 lc-onhand PIC 9(9).
              05 Loc-Default PIC X(6) VALUE "MAIN".
              05 Loc-Part    PIC X(10).
              05 Loc-Code    PIC X(6).
              05 Loc-Qty     PIC 9(9).
              05 Loc-Total   PIC 9(9).
              05 Loc-Sum     PIC 9(9).
              05 Loc-Left    PIC 9(9).
              05 Loc-Take    PIC 9(9).
              05 Loc-Balance PIC 9(9).
              05 Loc-Best    PIC 9(4).
              05 Loc-Changed PIC X VALUE "N".
              05 Pick-Count  PIC 9(2).
              05 Pick-Idx    PIC 9(2).
              05 Pick-Table OCCURS 20 TIMES.
                     10 pk-loc PIC X(6).
                     10 pk-qty PIC 9(9).
                     10 pk-bal PIC 9(9).
