      *> WORKING-STORAGE for the supplier master. Requires SUPPMSTSL
      *> / SUPPMSTFD and the fields Supp-Master-Status,
      *> Part-Supp-Status and Supp-Quality-Status. Usage:
      *>   PERFORM Load-Supplier-Master THRU Load-Supplier-Master-End
      *>   MOVE <code> TO Supp-Code
      *>   PERFORM Find-Supplier       (SU-Found = 0 when unknown)
      *> and to pick the supplier for a part:
      *>   MOVE <part> TO Supp-Part
      *>   PERFORM Find-Part-Supplier
      *> Supp-Code returns the first ACTIVE supplier on the part's
      *> preferred list that is not quality BLOCKED (SPACE and
      *> SU-Found = 0 when there is none; Supp-Blocked = "Y" when a
      *> BLOCKED supplier was passed over), Supp-Lead-Days that
      *> supplier's lead time and Supp-Price the agreed unit price
      *> for the part (zero when none is on file). su-quality holds
      *> the quality status (APPROVED when SupplierScore has not
      *> rated the supplier).
      *> After changing SQ-Table, PERFORM Save-Supplier-Quality.
       01 Supplier-Values.
              05 SU-Count PIC 9(3) VALUE 0.
              05 SU-Idx   PIC 9(3).
              05 SU-Found PIC 9(3).
              05 SU-Table OCCURS 200 TIMES.
                     10 su-code   PIC X(10).
                     10 su-name   PIC X(20).
                     10 su-status PIC X(8).
                     10 su-lead   PIC 9(3).
                     10 su-quality PIC X(9).
              05 PS-Count PIC 9(4) VALUE 0.
              05 PS-Idx   PIC 9(4).
              05 PS-Table OCCURS 1000 TIMES.
                     10 ps-part PIC X(10).
                     10 ps-supp PIC X(10).
                     10 ps-price PIC 9(7)V99.
              05 SQ-Count PIC 9(3) VALUE 0.
              05 SQ-Idx   PIC 9(3).
              05 SQ-Found PIC 9(3).
              05 SQ-Table OCCURS 300 TIMES.
                     10 sq-t-code   PIC X(10).
                     10 sq-t-status PIC X(9).
                     10 sq-t-since  PIC 9(8).
              05 su-code-tok   PIC X(10).
              05 su-name-tok   PIC X(20).
              05 su-stat-tok   PIC X(10).
              05 su-lead-tok   PIC X(6).
              05 ps-price-tok  PIC X(12).
              05 Supp-Code      PIC X(10).
              05 Supp-Part      PIC X(10).
              05 Supp-Lead-Days PIC 9(3).
              05 Supp-Price     PIC 9(7)V99.
              05 Supp-Blocked   PIC X.
