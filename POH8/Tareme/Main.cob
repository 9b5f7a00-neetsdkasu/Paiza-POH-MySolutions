                     ASSIGN TO "PURCHASE-REQUESTS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS IO-File-Status.
       COPY BACKORDSL.
       COPY REORDPTSL.
       COPY RUNHISTSL.
       COPY DAILYTOTSL.
       DATA DIVISION.
              01 PARTS-IN-RECORD PIC X(30).
       COPY STOCKFD.
       COPY SEALFD.
       COPY BACKORDFD.
       FD  SAFETY-STOCK.
              01 SAFETY-STOCK-RECORD PIC X(20).
       FD  PURCHASE-REQUESTS.
              01 PURCHASE-REQUESTS-RECORD PIC X(60).
       COPY REORDPTFD.
       COPY RUNHISTFD.
       COPY DAILYTOTFD.
       WORKING-STORAGE SECTION.
       COPY DAILYTOTWS.
       COPY REPORTWS.
       01 Batch-NG-Count PIC 9(10) VALUE 0.
       01 Backorder-Status PIC XX.
       01 Reorder-Values.
              05 Safety-Count PIC 9(3) VALUE 0.
              05 Safety-Idx   PIC 9(3).
              05 Sum-Z        PIC Z(8)9.
       COPY STOCKWS.
       COPY SEALWS.
       COPY REORDPTWS.
       01 Stock-Check-Values.
              05 Item-Code    PIC X(10).
              05 Need-Tok     PIC X(12).
              05 Short-Qty    PIC 9(9).
              05 Short-Z      PIC Z(8)9.
              05 Short-Units  PIC 9(10) VALUE 0.
              05 Short-Date   PIC 9(8).
              05 Plan-Onhand  PIC 9(9).
              05 Plan-Checked PIC 9(4) VALUE 0.
       01 ANSWER-VALUES.
              05 STR-SN  PIC X(30).
              05 INT-S   PIC 999.
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              PERFORM Load-Reorder-Points
                     THRU Load-Reorder-Points-End.
              OPEN INPUT PARTS-IN.
       050-Read-Item.
              READ PARTS-IN
              IF TRIM(Need-Tok) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Need-Tok)) TO Need-Qty
              END-IF.
      *> 需要の省略時は計算済みの発注点を使う
              IF Need-Tok = SPACE THEN
                     MOVE Item-Code TO Rop-Part
                     PERFORM Find-Reorder-Point
                     IF RP-Found > 0 THEN
                            MOVE rp-t-point(RP-Found) TO Need-Qty
                     END-IF
              END-IF.
              MOVE 0 TO Stock-Found.
              PERFORM WITH TEST AFTER
              VARYING Stock-Idx FROM 1 BY 1
              PERFORM Write-Run-History.
              STOP RUN.

      *> 部品別の発注要求: REORDER-POINTS (ReorderPlan が出力) の
      *> 発注点を在庫マスタの手持ちが下回った部品を、発注点まで
      *> 戻してさらに計算発注量を足した数で要求する
       ENTRY "PlanReorders".
              MOVE "TAREME" TO Run-Hist-Program.
              PERFORM Load-Stock-Table THRU Load-Stock-Table-End.
              PERFORM Load-Reorder-Points
                     THRU Load-Reorder-Points-End.
              IF RP-Count = 0 THEN
                     DISPLAY "ERROR: REORDER-POINTS IS EMPTY OR ABSENT,"
                            " RUN REORDERPLAN FIRST"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              OPEN OUTPUT PURCHASE-REQUESTS.
              PERFORM 100-Plan-Part THRU 100-Plan-Part-End
                     VARYING RP-Idx FROM 1 BY 1
                     UNTIL RP-Idx > RP-Count.
              CLOSE PURCHASE-REQUESTS.
              MOVE "TAREME" TO Rpt-Program.
              MOVE "PLANNED REORDER SUMMARY" TO Rpt-Title.
              PERFORM Begin-Report.
              MOVE Plan-Checked TO Part-Line-Z.
              STRING "PARTS CHECKED: " DELIMITED BY SIZE
                     TRIM(Part-Line-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              MOVE Reorder-Cnt TO Part-Line-Z.
              STRING "PARTS REORDERED: " DELIMITED BY SIZE
                     TRIM(Part-Line-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              MOVE Reorder-Sum TO Sum-Z.
              STRING "TOTAL UNITS REQUESTED: " DELIMITED BY SIZE
                     TRIM(Sum-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              PERFORM End-Report.
              MOVE Plan-Checked TO Run-Hist-Read.
              MOVE Reorder-Sum TO Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.

       100-Plan-Part.
              IF rp-t-point(RP-Idx) = 0 THEN
                     GO TO 100-Plan-Part-End
              END-IF.
              ADD 1 TO Plan-Checked.
              MOVE 0 TO Plan-Onhand.
              MOVE 0 TO Stock-Found.
              PERFORM VARYING Stock-Idx FROM 1 BY 1
              UNTIL Stock-Idx > Stock-Count OR Stock-Found > 0
                     IF st-code(Stock-Idx) = rp-t-part(RP-Idx) THEN
                            MOVE Stock-Idx TO Stock-Found
                     END-IF
              END-PERFORM.
              IF Stock-Found > 0 THEN
                     MOVE st-onhand(Stock-Found) TO Plan-Onhand
              END-IF.
              IF Plan-Onhand > rp-t-point(RP-Idx) THEN
                     GO TO 100-Plan-Part-End
              END-IF.
              COMPUTE Reorder-Qty = rp-t-point(RP-Idx) - Plan-Onhand
                     + rp-t-qty(RP-Idx).
              ADD 1 TO Reorder-Cnt.
              ADD Reorder-Qty TO Reorder-Sum.
              MOVE Plan-Onhand TO Stock-Z.
              MOVE rp-t-point(RP-Idx) TO Need-Z.
              MOVE Reorder-Qty TO Reorder-Z.
              MOVE SPACE TO PURCHASE-REQUESTS-RECORD.
              STRING "PART " DELIMITED BY SIZE
                     TRIM(rp-t-part(RP-Idx)) DELIMITED BY SIZE
                     " STOCK " DELIMITED BY SIZE
                     TRIM(Stock-Z) DELIMITED BY SIZE
                     " NEED " DELIMITED BY SIZE
                     TRIM(Need-Z) DELIMITED BY SIZE
                     " REORDER " DELIMITED BY SIZE
                     TRIM(Reorder-Z) DELIMITED BY SIZE
                     INTO PURCHASE-REQUESTS-RECORD
              END-STRING.
              WRITE PURCHASE-REQUESTS-RECORD.
              DISPLAY TRIM(PURCHASE-REQUESTS-RECORD).
       100-Plan-Part-End.
              EXIT.

      *> 安全在庫パラメタ ("line-no safety") の読み込み
       080-Load-Safety-Stock.
              OPEN INPUT SAFETY-STOCK.
       082-Safety-Loaded.
              EXIT.

      *> 受注のない部品不足なので BackOrders は解放しない
       070-Write-Backorder.
              ACCEPT Short-Date FROM DATE YYYYMMDD.
              OPEN EXTEND BACKORDER.
              MOVE SPACE TO BACKORDER-RECORD.
              MOVE Item-Code TO BK-ITEM.
              MOVE Short-Qty TO BK-QTY BK-ORIG.
              MOVE "OPEN" TO BK-STATUS.
              MOVE Short-Date TO BK-DATE.
              MOVE "TAREME" TO BK-SOURCE.
              MOVE 0 TO BK-RELEASED.
              WRITE BACKORDER-RECORD.
              CLOSE BACKORDER.

       COPY REPORTPD.
       COPY STOCKPD.
       COPY SEALPD.
       COPY REORDPTPD.
       COPY PARSE2PD.
       COPY RUNHISTPD.
       COPY TRAILERPD.
