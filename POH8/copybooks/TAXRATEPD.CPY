      *> Loader and lookup for the consumption tax rate master.
       Load-Tax-Rates.
              MOVE 0 TO TR-Count.
              OPEN INPUT TAX-RATES.
              IF Tax-Rate-Status NOT = "00" THEN
                     IF Tax-Rate-Status = "05" THEN
                            CLOSE TAX-RATES
                     END-IF
                     GO TO Load-Tax-Rates-End
              END-IF.
       Load-Tax-Rates-Read.
              READ TAX-RATES
                     AT END
                         CLOSE TAX-RATES
                         GO TO Load-Tax-Rates-End
              END-READ.
              IF TAX-RATES-RECORD = SPACE
              OR TAX-RATES-RECORD(1:1) = "*" THEN
                     GO TO Load-Tax-Rates-Read
              END-IF.
              MOVE SPACE TO tr-cat-tok tr-from-tok tr-rate-tok.
              UNSTRING TAX-RATES-RECORD DELIMITED BY ALL " "
                     INTO tr-cat-tok tr-from-tok tr-rate-tok.
              IF tr-rate-tok = SPACE
              OR TRIM(tr-from-tok) IS NOT NUMERIC THEN
                     DISPLAY "WARNING: BAD TAX-RATES LINE SKIPPED: "
                            TRIM(TAX-RATES-RECORD)
                     GO TO Load-Tax-Rates-Read
              END-IF.
              IF TR-Count >= 40 THEN
                     DISPLAY "WARNING: TAX-RATES EXCEEDS 40 LINES,"
                            " EXTRA LINES IGNORED"
                     GO TO Load-Tax-Rates-Read
              END-IF.
              ADD 1 TO TR-Count.
              MOVE tr-cat-tok TO tr-cat(TR-Count).
              MOVE NUMVAL(TRIM(tr-from-tok)) TO tr-from(TR-Count).
              MOVE NUMVAL(TRIM(tr-rate-tok)) TO tr-rate(TR-Count).
              GO TO Load-Tax-Rates-Read.
       Load-Tax-Rates-End.
              EXIT.

       Compute-Tax.
              IF Tax-Category = SPACE THEN
                     MOVE "STANDARD" TO Tax-Category
              END-IF.
              MOVE 0 TO TR-Found.
              PERFORM VARYING TR-Idx FROM 1 BY 1 UNTIL TR-Idx > TR-Count
                     IF tr-cat(TR-Idx) = Tax-Category
                     AND tr-from(TR-Idx) <= Tax-Date THEN
                            IF TR-Found = 0 THEN
                                   MOVE TR-Idx TO TR-Found
                            ELSE
                                   IF tr-from(TR-Idx)
                                          >= tr-from(TR-Found) THEN
                                          MOVE TR-Idx TO TR-Found
                                   END-IF
                            END-IF
                     END-IF
              END-PERFORM.
              IF TR-Found = 0 THEN
                     MOVE "N" TO Tax-Rate-Found
                     MOVE 0 TO Tax-Rate Tax-Amount
              ELSE
                     MOVE "Y" TO Tax-Rate-Found
                     MOVE tr-rate(TR-Found) TO Tax-Rate
                     COMPUTE Tax-Amount = Tax-Net * Tax-Rate / 100
              END-IF.
              COMPUTE Tax-Gross = Tax-Net + Tax-Amount.
