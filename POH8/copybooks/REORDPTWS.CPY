      *> WORKING-STORAGE for the computed reorder points. Usage:
      *>   PERFORM Load-Reorder-Points THRU Load-Reorder-Points-End
      *>   MOVE <part> TO Rop-Part
      *>   PERFORM Find-Reorder-Point   (RP-Found = 0 when none)
      *> ReorderPlan fills RP-Table itself and PERFORMs
      *> Save-Reorder-Points to rewrite the file.
       01 Reorder-Point-Status PIC XX.
       01 Reorder-Point-Values.
              05 RP-Count PIC 9(3) VALUE 0.
              05 RP-Idx   PIC 9(3).
              05 RP-Found PIC 9(3).
              05 RP-Table OCCURS 500 TIMES.
                     10 rp-t-part  PIC X(10).
                     10 rp-t-point PIC 9(7).
                     10 rp-t-qty   PIC 9(7).
                     10 rp-t-avg   PIC 9(5)V99.
                     10 rp-t-sd    PIC 9(5)V99.
                     10 rp-t-lead  PIC 9(3).
                     10 rp-t-date  PIC 9(8).
              05 Rop-Part PIC X(10).
