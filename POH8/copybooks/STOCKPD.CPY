              ADD 1 TO Stock-Count.
              MOVE SM-PART-CODE TO st-code(Stock-Count).
              MOVE SM-ONHAND TO st-onhand(Stock-Count).
              MOVE SM-AVG-COST TO st-cost(Stock-Count).
              GO TO Load-Stock-Table-Read.
       Load-Stock-Table-End.
              IF Stock-Seal-Bypass = "N" THEN
              UNTIL Stock-Idx >= Stock-Count
                     MOVE st-code(Stock-Idx) TO SM-PART-CODE
                     MOVE st-onhand(Stock-Idx) TO SM-ONHAND
                     MOVE st-cost(Stock-Idx) TO SM-AVG-COST
                     REWRITE STOCK-MASTER-RECORD
                     IF Stock-Master-Status = "23" THEN
                            WRITE STOCK-MASTER-RECORD
