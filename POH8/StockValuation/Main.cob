       *> Try POH
       *> author: Leonardone @ NEETSDKASU
       *> ↓ 1行あたりの字数の目安
       *>==============================================================$
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
              FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY STOCKSL.
       COPY STKMOVSL.
       COPY SEALSL.
       COPY RUNHISTSL.
       COPY DAILYTOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY STOCKFD.
       COPY STKMOVFD.
       COPY SEALFD.
       COPY RUNHISTFD.
       COPY DAILYTOTFD.
       WORKING-STORAGE SECTION.
       COPY STOCKWS.
       COPY STKMOVWS.
       COPY SEALWS.
       COPY RUNHISTWS.
       COPY DAILYTOTWS.
       COPY REPORTWS.
       01 Command-Values.
              05 Cmd-Line   PIC X(20).
              05 Vl-Period  PIC 9(6).
              05 Vl-Today   PIC 9(8).
              05 Vl-Next-Month PIC 9(6).
              05 Vl-Month-End PIC 9(8).
      *> 部品別の月末残高・平均単価と当月の入出庫金額
       01 Valuation-Values.
              05 VL-Count PIC 9(3) VALUE 0.
              05 VL-Idx   PIC 9(3).
              05 VL-Found PIC 9(3).
              05 VL-Table OCCURS 500 TIMES.
                     10 vl-part    PIC X(10).
                     10 vl-onhand  PIC 9(9).
                     10 vl-cost    PIC 9(7)V9(4).
                     10 vl-value   PIC 9(13)V99.
                     10 vl-rcv     PIC 9(13)V99.
                     10 vl-ship    PIC 9(13)V99.
                     10 vl-adj     PIC S9(13)V99.
                     10 vl-seen    PIC X.
              05 Vl-Pre-Bal    PIC S9(10).
              05 Vl-Read       PIC 9(8) VALUE 0.
              05 Vl-Listed     PIC 9(4) VALUE 0.
              05 Vl-Total      PIC 9(13)V99 VALUE 0.
              05 Vl-Rcv-Total  PIC 9(13)V99 VALUE 0.
              05 Vl-Ship-Total PIC 9(13)V99 VALUE 0.
              05 Vl-Adj-Total  PIC S9(13)V99 VALUE 0.
              05 Vl-Whole      PIC 9(15).
              05 Vl-Qty-Z      PIC Z(8)9.
              05 Vl-Cost-Z     PIC Z(6)9.9999.
              05 Vl-Amt-Z      PIC Z(12)9.99.
              05 Vl-Rcv-Z      PIC Z(12)9.99.
              05 Vl-Ship-Z     PIC Z(12)9.99.
              05 Vl-Adj-Z      PIC -(13)9.99.
              05 Vl-Cnt-Z      PIC Z(3)9.
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              MOVE "STOCKVALUE" TO Run-Hist-Program.
      *> 対象月 (yyyymm)。省略時は当月
              ACCEPT Vl-Today FROM DATE YYYYMMDD.
              MOVE SPACE TO Cmd-Line.
              ACCEPT Cmd-Line.
              IF Cmd-Line = SPACE THEN
                     MOVE Vl-Today(1:6) TO Vl-Period
              ELSE
                     IF TRIM(Cmd-Line) IS NOT NUMERIC
                     OR STORED-CHAR-LENGTH(TRIM(Cmd-Line)) NOT = 6
                     THEN
                            DISPLAY "ERROR: PERIOD MUST BE YYYYMM: "
                                   TRIM(Cmd-Line)
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                     END-IF
                     MOVE NUMVAL(TRIM(Cmd-Line)) TO Vl-Period
              END-IF.
              IF Vl-Period(5:2) = "12" THEN
                     COMPUTE Vl-Next-Month = Vl-Period + 89
              ELSE
                     COMPUTE Vl-Next-Month = Vl-Period + 1
              END-IF.
              COMPUTE Vl-Month-End = DATE-OF-INTEGER(
                     INTEGER-OF-DATE(Vl-Next-Month * 100 + 1) - 1).
              PERFORM 010-Seed-From-Master.
              OPEN INPUT STOCK-MOVEMENTS.
              IF Stock-Move-Status NOT = "00" THEN
                     IF Stock-Move-Status = "05" THEN
                            CLOSE STOCK-MOVEMENTS
                     END-IF
                     GO TO 030-Movements-Done
              END-IF.
      *> 月末以前の最後の移動が月末の残高と平均単価を決める。
      *> 当月の入荷・引当・調整は金額を部品別に積む
       020-Read-Movement.
              READ STOCK-MOVEMENTS
                     AT END
                         CLOSE STOCK-MOVEMENTS
                         GO TO 030-Movements-Done
              END-READ.
              IF SV-PART = SPACE THEN
                     GO TO 020-Read-Movement
              END-IF.
              IF SV-DATE > Vl-Month-End THEN
                     PERFORM 055-Later-Movement
                            THRU 055-Later-Movement-End
                     GO TO 020-Read-Movement
              END-IF.
              ADD 1 TO Vl-Read.
              PERFORM 050-Find-Part THRU 050-Find-Part-End.
              MOVE "Y" TO vl-seen(VL-Found).
              MOVE SV-BALANCE TO vl-onhand(VL-Found).
              IF SV-UNIT-COST IS NUMERIC THEN
                     MOVE SV-UNIT-COST TO vl-cost(VL-Found)
              END-IF.
              IF TRIM(SV-TYPE) = "DELETE" THEN
                     MOVE 0 TO vl-onhand(VL-Found)
              END-IF.
              IF SV-DATE(1:6) NOT = Vl-Period
              OR SV-VALUE IS NOT NUMERIC THEN
                     GO TO 020-Read-Movement
              END-IF.
              EVALUATE TRIM(SV-TYPE)
                  WHEN "RECEIPT"
                      ADD SV-VALUE TO vl-rcv(VL-Found) Vl-Rcv-Total
                  WHEN "ALLOC"
                      ADD SV-VALUE TO vl-ship(VL-Found) Vl-Ship-Total
                  WHEN "RETURN"
                  WHEN "TRANSFER"
                      CONTINUE
                  WHEN OTHER
                      IF SV-SIGN = "-" THEN
                             SUBTRACT SV-VALUE FROM vl-adj(VL-Found)
                                    Vl-Adj-Total
                      ELSE
                             ADD SV-VALUE TO vl-adj(VL-Found)
                                    Vl-Adj-Total
                      END-IF
              END-EVALUATE.
              GO TO 020-Read-Movement.
       030-Movements-Done.
              PERFORM 070-Valuation-Report.
              PERFORM 080-Feed-Period-Value.
              MOVE Vl-Read TO Run-Hist-Read.
              MOVE Vl-Whole TO Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.

      *> 移動のない部品 (LOAD で載せたまま等) はマスタの現在値のまま
       010-Seed-From-Master.
              PERFORM Load-Stock-Table THRU Load-Stock-Table-End.
              PERFORM VARYING Stock-Idx FROM 1 BY 1
              UNTIL Stock-Idx > Stock-Count
                     ADD 1 TO VL-Count
                     MOVE st-code(Stock-Idx) TO vl-part(VL-Count)
                     MOVE st-onhand(Stock-Idx) TO vl-onhand(VL-Count)
                     MOVE st-cost(Stock-Idx) TO vl-cost(VL-Count)
                     MOVE 0 TO vl-rcv(VL-Count) vl-ship(VL-Count)
                     MOVE 0 TO vl-adj(VL-Count)
                     MOVE "N" TO vl-seen(VL-Count)
              END-PERFORM.

       050-Find-Part.
              MOVE 0 TO VL-Found.
              PERFORM VARYING VL-Idx FROM 1 BY 1
              UNTIL VL-Idx > VL-Count OR VL-Found > 0
                     IF vl-part(VL-Idx) = SV-PART THEN
                            MOVE VL-Idx TO VL-Found
                     END-IF
              END-PERFORM.
              IF VL-Found > 0 THEN
                     GO TO 050-Find-Part-End
              END-IF.
              IF VL-Count >= 500 THEN
                     DISPLAY "ERROR: MORE THAN 500 PARTS ON THE"
                            " MOVEMENT LEDGER"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO VL-Count.
              MOVE VL-Count TO VL-Found.
              MOVE SV-PART TO vl-part(VL-Found).
              MOVE 0 TO vl-onhand(VL-Found) vl-cost(VL-Found).
              MOVE 0 TO vl-rcv(VL-Found) vl-ship(VL-Found).
              MOVE 0 TO vl-adj(VL-Found).
              MOVE "N" TO vl-seen(VL-Found).
       050-Find-Part-End.
              EXIT.

      *> 月末より後の移動。月末以前に移動のない部品はマスタの
      *> 現在値で始めているので、最初の移動の直前の残高 (月末より
      *> 後に作った部品なら 0) に戻す。台帳は日付順なので最初の
      *> 1件だけを見る
       055-Later-Movement.
              MOVE 0 TO VL-Found.
              PERFORM VARYING VL-Idx FROM 1 BY 1
              UNTIL VL-Idx > VL-Count OR VL-Found > 0
                     IF vl-part(VL-Idx) = SV-PART THEN
                            MOVE VL-Idx TO VL-Found
                     END-IF
              END-PERFORM.
              IF VL-Found = 0 THEN
                     GO TO 055-Later-Movement-End
              END-IF.
              IF vl-seen(VL-Found) = "Y" THEN
                     GO TO 055-Later-Movement-End
              END-IF.
              MOVE "Y" TO vl-seen(VL-Found).
              MOVE SV-BALANCE TO Vl-Pre-Bal.
              IF TRIM(SV-TYPE) NOT = "RETURN"
              AND TRIM(SV-TYPE) NOT = "TRANSFER"
              AND SV-QTY IS NUMERIC THEN
                     IF SV-SIGN = "-" THEN
                            ADD SV-QTY TO Vl-Pre-Bal
                     ELSE
                            SUBTRACT SV-QTY FROM Vl-Pre-Bal
                     END-IF
              END-IF.
              IF Vl-Pre-Bal < 0 THEN
                     MOVE 0 TO Vl-Pre-Bal
              END-IF.
              MOVE Vl-Pre-Bal TO vl-onhand(VL-Found).
       055-Later-Movement-End.
              EXIT.

       070-Valuation-Report.
              MOVE "STOCKVALUE" TO Rpt-Program.
              STRING "INVENTORY VALUATION AT " DELIMITED BY SIZE
                     Vl-Month-End DELIMITED BY SIZE
                     INTO Rpt-Title
              END-STRING.
              PERFORM Begin-Report.
              PERFORM VARYING VL-Idx FROM 1 BY 1
              UNTIL VL-Idx > VL-Count
                     COMPUTE vl-value(VL-Idx) ROUNDED =
                            vl-onhand(VL-Idx) * vl-cost(VL-Idx)
                     ADD vl-value(VL-Idx) TO Vl-Total
                     IF vl-onhand(VL-Idx) > 0
                     OR vl-rcv(VL-Idx) > 0
                     OR vl-ship(VL-Idx) > 0
                     OR vl-adj(VL-Idx) NOT = 0 THEN
                            PERFORM 075-Valuation-Line
                     END-IF
              END-PERFORM.
              MOVE Vl-Total TO Vl-Amt-Z.
              MOVE Vl-Rcv-Total TO Vl-Rcv-Z.
              MOVE Vl-Ship-Total TO Vl-Ship-Z.
              MOVE Vl-Adj-Total TO Vl-Adj-Z.
              STRING "TOTAL STOCK VALUE " DELIMITED BY SIZE
                     TRIM(Vl-Amt-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              STRING "MONTH " DELIMITED BY SIZE
                     Vl-Period DELIMITED BY SIZE
                     " RECEIVED " DELIMITED BY SIZE
                     TRIM(Vl-Rcv-Z) DELIMITED BY SIZE
                     " SHIPPED AT COST " DELIMITED BY SIZE
                     TRIM(Vl-Ship-Z) DELIMITED BY SIZE
                     " ADJUSTED " DELIMITED BY SIZE
                     TRIM(Vl-Adj-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              MOVE Vl-Listed TO Vl-Cnt-Z.
              STRING "PARTS LISTED: " DELIMITED BY SIZE
                     TRIM(Vl-Cnt-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              PERFORM End-Report.

       075-Valuation-Line.
              ADD 1 TO Vl-Listed.
              MOVE vl-onhand(VL-Idx) TO Vl-Qty-Z.
              MOVE vl-cost(VL-Idx) TO Vl-Cost-Z.
              MOVE vl-value(VL-Idx) TO Vl-Amt-Z.
              MOVE vl-rcv(VL-Idx) TO Vl-Rcv-Z.
              MOVE vl-ship(VL-Idx) TO Vl-Ship-Z.
              STRING vl-part(VL-Idx) DELIMITED BY SIZE
                     " ONHAND " DELIMITED BY SIZE
                     TRIM(Vl-Qty-Z) DELIMITED BY SIZE
                     " @ " DELIMITED BY SIZE
                     TRIM(Vl-Cost-Z) DELIMITED BY SIZE
                     " VALUE " DELIMITED BY SIZE
                     TRIM(Vl-Amt-Z) DELIMITED BY SIZE
                     " RCVD " DELIMITED BY SIZE
                     TRIM(Vl-Rcv-Z) DELIMITED BY SIZE
                     " SHIPPED " DELIMITED BY SIZE
                     TRIM(Vl-Ship-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              IF vl-adj(VL-Idx) NOT = 0 THEN
                     MOVE vl-adj(VL-Idx) TO Vl-Adj-Z
                     STRING vl-part(VL-Idx) DELIMITED BY SIZE
                            " ADJUSTED " DELIMITED BY SIZE
                            TRIM(Vl-Adj-Z) DELIMITED BY SIZE
                            INTO Rpt-Line
                     END-STRING
                     PERFORM Write-Report-Line
              END-IF.

      *> 月末在庫金額 (INVVALUE、円未満切捨て) と当月の出荷原価
      *> (COGSSHIP) を月末日付で日計フィードへ
       080-Feed-Period-Value.
              MOVE Vl-Month-End TO Daily-As-Of.
              COMPUTE Vl-Whole = Vl-Total.
              MOVE "INVVALUE" TO Daily-Metric.
              MOVE Vl-Whole TO Daily-Value.
              PERFORM Write-Daily-Total.
              MOVE "COGSSHIP" TO Daily-Metric.
              COMPUTE Daily-Value = Vl-Ship-Total.
              PERFORM Write-Daily-Total.
              MOVE 0 TO Daily-As-Of.

       COPY REPORTPD.
       COPY STOCKPD.
       COPY SEALPD.
       COPY RUNHISTPD.
       COPY DAILYTOTPD.
       END PROGRAM MAIN.
