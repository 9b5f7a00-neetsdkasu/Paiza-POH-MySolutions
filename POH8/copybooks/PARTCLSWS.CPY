      *> WORKING-STORAGE for the ABC part classes. Usage:
      *>   PERFORM Load-Part-Classes THRU Load-Part-Classes-End
      *>   MOVE <part> TO Cls-Part
      *>   PERFORM Find-Part-Class   (PC-Found = 0 when none)
      *> CycleCount fills PC-Table itself and PERFORMs
      *> Save-Part-Classes to rewrite the file.
       01 Part-Class-Status PIC XX.
       01 Part-Class-Values.
              05 PC-Count PIC 9(3) VALUE 0.
              05 PC-Idx   PIC 9(3).
              05 PC-Found PIC 9(3).
              05 PC-Table OCCURS 500 TIMES.
                     10 pc-t-part  PIC X(10).
                     10 pc-t-class PIC X.
                     10 pc-t-value PIC 9(13)V99.
                     10 pc-t-seq   PIC 9(4).
                     10 pc-t-date  PIC 9(8).
              05 Cls-Part PIC X(10).
