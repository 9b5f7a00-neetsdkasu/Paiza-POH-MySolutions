                     MOVE Move-Sign TO SV-SIGN
                     MOVE Move-Qty TO SV-QTY
                     MOVE Move-Balance TO SV-BALANCE
                     MOVE Move-Unit-Cost TO SV-UNIT-COST
                     IF Move-Value = 0 THEN
                            COMPUTE SV-VALUE ROUNDED =
                                   Move-Qty * Move-Unit-Cost
                     ELSE
                            MOVE Move-Value TO SV-VALUE
                     END-IF
                     MOVE Move-Ref TO SV-REF
                     IF Move-Loc NOT = SPACE THEN
                            MOVE Move-Loc TO SV-LOC
                            MOVE Move-Loc-Balance TO SV-LOC-BAL
                     END-IF
                     WRITE STOCK-MOVEMENTS-RECORD
                     CLOSE STOCK-MOVEMENTS
              ELSE
                     DISPLAY "WARNING: STOCK-MOVEMENTS NOT UPDATED,"
                            " STATUS " Stock-Move-Status
              END-IF.
              MOVE 0 TO Move-Unit-Cost Move-Value.
              MOVE SPACE TO Move-Ref Move-Loc.
              MOVE 0 TO Move-Loc-Balance.
