      *> WORKING-STORAGE for the rio tank master. Usage:
      *>   PERFORM Load-Tank-Master THRU Load-Tank-Master-End
      *>   MOVE <tank id> TO TM-Key
      *>   PERFORM Find-Tank-Master   (TM-Found = 0 when none)
      *> TM-Count = 0 means no tank master: limits are not enforced.
       01 Tank-Master-Status PIC XX.
       01 Tank-Master-Values.
              05 TM-Count PIC 99 VALUE 0.
              05 TM-Idx   PIC 99.
              05 TM-Found PIC 99.
              05 TM-Key   PIC 99.
              05 TM-Table OCCURS 20 TIMES.
                     10 tm-id       PIC 9(2).
                     10 tm-capacity PIC 9(4)V99.
                     10 tm-heel     PIC 9(4)V99.
                     10 tm-product  PIC X(8).
              05 tm-id-tok   PIC X(6).
              05 tm-cap-tok  PIC X(10).
              05 tm-heel-tok PIC X(10).
              05 tm-prod-tok PIC X(10).
