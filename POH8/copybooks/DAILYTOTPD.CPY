                     END-IF
                     MOVE "Y" TO Daily-Site-Set
              END-IF.
              IF Daily-As-Of = 0 THEN
                     ACCEPT Daily-Date FROM DATE YYYYMMDD
              ELSE
                     MOVE Daily-As-Of TO Daily-Date
              END-IF.
              OPEN EXTEND DAILY-TOTALS.
              IF Daily-Totals-Status = "00"
              OR Daily-Totals-Status = "05"
