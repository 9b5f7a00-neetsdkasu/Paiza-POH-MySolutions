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
       COPY SEALSL.
       COPY BACKORDSL.
       COPY RUNHISTSL.
       COPY ORDMSTSL.
              SELECT OPTIONAL CREDIT-HOLD
                     ASSIGN TO "CREDIT-HOLD"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Credit-Hold-Status.
              SELECT OPTIONAL BACKORDER-RELEASED
                     ASSIGN TO "BACKORDER-RELEASED"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Released-Status.
              SELECT OPTIONAL BACKORDER-CONTROL
                     ASSIGN TO "BACKORDER-CONTROL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Bo-Control-Status.
       DATA DIVISION.
       FILE SECTION.
       COPY STOCKFD.
       COPY SEALFD.
       COPY BACKORDFD.
       COPY RUNHISTFD.
       COPY ORDMSTFD.
       FD  CREDIT-HOLD.
              01 CREDIT-HOLD-RECORD.
                     05 CH-STATUS PIC X(4).
                     05 FILLER    PIC X.
                     05 CH-DATE   PIC 9(8).
                     05 FILLER    PIC X.
                     05 CH-CUST   PIC X(10).
                     05 FILLER    PIC X.
                     05 CH-HEADER PIC X(40).
                     05 FILLER    PIC X.
                     05 CH-DETAIL PIC X(20).
       FD  BACKORDER-RELEASED.
              01 BACKORDER-RELEASED-RECORD PIC X(40).
       FD  BACKORDER-CONTROL.
              01 BACKORDER-CONTROL-RECORD.
                     05 BC-NEXT-REL PIC 9(6).
       WORKING-STORAGE SECTION.
       COPY STOCKWS.
       COPY SEALWS.
       COPY RUNHISTWS.
       COPY REPORTWS.
       COPY ORDMSTWS.
       01 Backorder-Status PIC XX.
       01 Credit-Hold-Status PIC XX.
       01 Released-Status PIC XX.
       01 Bo-Control-Status PIC XX.
      *> BACKORDER の全行 (古い順)。旧形式の行もそのまま書き戻す
       01 Backorder-Table-Values.
              05 BL-Count PIC 9(4) VALUE 0.
              05 BL-Idx   PIC 9(4).
              05 BL-Table OCCURS 2000 TIMES.
                     10 bl-rec PIC X(126).
      *> CREDIT-HOLD で保留中の得意先
       01 Held-Cust-Values.
              05 HC-Count PIC 9(3) VALUE 0.
              05 HC-Idx   PIC 9(3).
              05 HC-Found PIC 9(3).
              05 HC-Key   PIC X(10).
              05 HC-Table OCCURS 500 TIMES.
                     10 hc-cust PIC X(10).
       01 Release-Values.
              05 Next-Rel      PIC 9(6) VALUE 1.
              05 Rel-Order     PIC X(10).
              05 Rel-Qty       PIC 9(7).
              05 Rel-Qty-Z     PIC Z(6)9.
              05 Rel-Open-Z    PIC Z(6)9.
              05 Rel-Lines     PIC 9(5) VALUE 0.
              05 Rel-Units     PIC 9(9) VALUE 0.
              05 Rel-Filled    PIC 9(5) VALUE 0.
              05 Rel-Still-Open PIC 9(5) VALUE 0.
              05 Rel-Held      PIC 9(5) VALUE 0.
              05 Rel-No-Order  PIC 9(5) VALUE 0.
              05 Rel-Pending   PIC 9(9) VALUE 0.
              05 Rel-Cnt-Z     PIC Z(8)9.
      *> BACKORDER-RELEASED の未投入分 (受注の見出し行)
       01 Pending-Values.
              05 Pend-Tokens PIC 9.
              05 Pend-Tok-1  PIC X(10).
              05 Pend-Tok-2  PIC X(10).
              05 Pend-Tok-3  PIC X(10).
              05 Pend-Tok-4  PIC X(10).
              05 Pend-Tok-5  PIC X(10).
              05 Pend-Qty    PIC 9(9).
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              MOVE "BACKORDERS" TO Run-Hist-Program Ord-Program.
      *> 手持数を引当可能数として使う (在庫マスタは更新しない)
              PERFORM Load-Stock-Table THRU Load-Stock-Table-End.
              PERFORM 010-Load-Credit-Holds
                     THRU 010-Load-Credit-Holds-End.
              PERFORM 020-Load-Pending THRU 020-Load-Pending-End.
              PERFORM 030-Load-Control.
              PERFORM 040-Load-Backorders THRU 040-Load-Backorders-End.
              MOVE BL-Count TO Run-Hist-Read.
              MOVE "BACKORDERS" TO Rpt-Program.
              MOVE "BACKORDER RELEASE" TO Rpt-Title.
              PERFORM Begin-Report.
              OPEN EXTEND BACKORDER-RELEASED.
              PERFORM VARYING BL-Idx FROM 1 BY 1
                            UNTIL BL-Idx > BL-Count
                     PERFORM 100-Release-Line THRU 100-Release-Line-End
              END-PERFORM.
              CLOSE BACKORDER-RELEASED.
              IF Rel-Lines > 0 THEN
                     PERFORM 200-Rewrite-Backorders
                     PERFORM 210-Save-Control
              END-IF.
              PERFORM 300-Summary.
              PERFORM End-Report.
              MOVE Rel-Held TO Run-Hist-Reject.
              MOVE Rel-Units TO Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.

      *> 保留中 (HELD) の得意先を集める。同じ得意先は 1 件にまとめる
       010-Load-Credit-Holds.
              OPEN INPUT CREDIT-HOLD.
              IF Credit-Hold-Status = "05" THEN
                     CLOSE CREDIT-HOLD
                     GO TO 010-Load-Credit-Holds-End
              END-IF.
              IF Credit-Hold-Status NOT = "00" THEN
                     GO TO 010-Load-Credit-Holds-End
              END-IF.
       011-Read-Credit-Hold.
              READ CREDIT-HOLD
                     AT END
                         CLOSE CREDIT-HOLD
                         GO TO 010-Load-Credit-Holds-End
              END-READ.
              IF CH-STATUS NOT = "HELD" OR CH-CUST = SPACE THEN
                     GO TO 011-Read-Credit-Hold
              END-IF.
              MOVE CH-CUST TO HC-Key.
              PERFORM 015-Find-Held-Cust.
              IF HC-Found > 0 THEN
                     GO TO 011-Read-Credit-Hold
              END-IF.
              IF HC-Count >= 500 THEN
                     DISPLAY "ERROR: TOO MANY CUSTOMERS ON CREDIT-HOLD"
                            " (MAX 500)"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO HC-Count.
              MOVE CH-CUST TO hc-cust(HC-Count).
              GO TO 011-Read-Credit-Hold.
       010-Load-Credit-Holds-End.
              EXIT.

       015-Find-Held-Cust.
              MOVE 0 TO HC-Found.
              PERFORM VARYING HC-Idx FROM 1 BY 1
                            UNTIL HC-Idx > HC-Count OR HC-Found > 0
                     IF hc-cust(HC-Idx) = HC-Key THEN
                            MOVE HC-Idx TO HC-Found
                     END-IF
              END-PERFORM.

      *> 前回までに解放してまだ受注バッチへ投入されていない数量は
      *> 引当可能数から差し引く (同じ在庫を二重に解放しない)
       020-Load-Pending.
              OPEN INPUT BACKORDER-RELEASED.
              IF Released-Status = "05" THEN
                     CLOSE BACKORDER-RELEASED
                     GO TO 020-Load-Pending-End
              END-IF.
              IF Released-Status NOT = "00" THEN
                     GO TO 020-Load-Pending-End
              END-IF.
       021-Read-Pending.
              READ BACKORDER-RELEASED
                     AT END
                         CLOSE BACKORDER-RELEASED
                         GO TO 020-Load-Pending-End
              END-READ.
              MOVE 0 TO Pend-Tokens.
              MOVE SPACE TO Pend-Tok-1 Pend-Tok-2 Pend-Tok-3
                     Pend-Tok-4 Pend-Tok-5.
              UNSTRING BACKORDER-RELEASED-RECORD DELIMITED BY ALL " "
                     INTO Pend-Tok-1 Pend-Tok-2 Pend-Tok-3
                          Pend-Tok-4 Pend-Tok-5
                     TALLYING IN Pend-Tokens
              END-UNSTRING.
              IF Pend-Tokens < 5 OR TRIM(Pend-Tok-4) IS NOT NUMERIC
              THEN
                     GO TO 021-Read-Pending
              END-IF.
              MOVE NUMVAL(TRIM(Pend-Tok-4)) TO Pend-Qty.
              MOVE 0 TO Stock-Found.
              PERFORM VARYING Stock-Idx FROM 1 BY 1
                            UNTIL Stock-Idx > Stock-Count
                               OR Stock-Found > 0
                     IF st-code(Stock-Idx) = Pend-Tok-3 THEN
                            MOVE Stock-Idx TO Stock-Found
                     END-IF
              END-PERFORM.
              IF Stock-Found > 0 THEN
                     ADD Pend-Qty TO Rel-Pending
                     IF st-onhand(Stock-Found) > Pend-Qty THEN
                            SUBTRACT Pend-Qty
                                   FROM st-onhand(Stock-Found)
                     ELSE
                            MOVE 0 TO st-onhand(Stock-Found)
                     END-IF
              END-IF.
              GO TO 021-Read-Pending.
       020-Load-Pending-End.
              EXIT.

       030-Load-Control.
              OPEN INPUT BACKORDER-CONTROL.
              IF Bo-Control-Status = "00" THEN
                     READ BACKORDER-CONTROL
                            AT END
                                CONTINUE
                     END-READ
                     IF Bo-Control-Status = "00"
                     AND BC-NEXT-REL IS NUMERIC
                     AND BC-NEXT-REL > 0 THEN
                            MOVE BC-NEXT-REL TO Next-Rel
                     END-IF
                     CLOSE BACKORDER-CONTROL
              ELSE
                     IF Bo-Control-Status = "05" THEN
                            CLOSE BACKORDER-CONTROL
                     END-IF
              END-IF.

       040-Load-Backorders.
              OPEN INPUT BACKORDER.
              IF Backorder-Status = "05" THEN
                     CLOSE BACKORDER
                     GO TO 040-Load-Backorders-End
              END-IF.
              IF Backorder-Status NOT = "00" THEN
                     DISPLAY "ERROR: BACKORDER OPEN FAILED, STATUS "
                            Backorder-Status
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
       041-Read-Backorder.
              MOVE SPACE TO BACKORDER-RECORD.
              READ BACKORDER
                     AT END
                         CLOSE BACKORDER
                         GO TO 040-Load-Backorders-End
              END-READ.
              IF BL-Count >= 2000 THEN
                     DISPLAY "ERROR: TOO MANY BACKORDER LINES"
                            " (MAX 2000), ARCHIVE FILLED LINES FIRST"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO BL-Count.
              MOVE BACKORDER-RECORD TO bl-rec(BL-Count).
              GO TO 041-Read-Backorder.
       040-Load-Backorders-End.
              EXIT.

      *> 古い行から順に、部品の引当可能数の範囲で解放する。
      *> 解放分は新しい受注番号 (BOnnnnnn) で ORDERS-IN 形式の
      *> 2 行として BACKORDER-RELEASED へ書き、次回バッチへ回す
       100-Release-Line.
              MOVE bl-rec(BL-Idx) TO BACKORDER-RECORD.
              IF BK-STATUS NOT = "OPEN" AND BK-STATUS NOT = "PARTIAL"
              THEN
                     GO TO 100-Release-Line-End
              END-IF.
              IF BK-QTY IS NOT NUMERIC OR BK-QTY = 0 THEN
                     GO TO 100-Release-Line-End
              END-IF.
              IF BK-ORDER = SPACE OR BK-DETAIL = SPACE THEN
                     ADD 1 TO Rel-No-Order
                     GO TO 100-Release-Line-End
              END-IF.
              MOVE BK-CUST TO HC-Key.
              PERFORM 015-Find-Held-Cust.
              IF HC-Found > 0 THEN
                     ADD 1 TO Rel-Held
                     MOVE BK-QTY TO Rel-Open-Z
                     STRING "HELD     ORDER " TRIM(BK-ORDER)
                            " CUST " TRIM(BK-CUST)
                            " ITEM " TRIM(BK-ITEM)
                            " OPEN " TRIM(Rel-Open-Z)
                            " (CREDIT-HOLD)"
                            DELIMITED BY SIZE
                            INTO Rpt-Line
                     PERFORM Write-Report-Line
                     GO TO 100-Release-Line-End
              END-IF.
              MOVE 0 TO Stock-Found.
              PERFORM VARYING Stock-Idx FROM 1 BY 1
                            UNTIL Stock-Idx > Stock-Count
                               OR Stock-Found > 0
                     IF st-code(Stock-Idx) = BK-ITEM THEN
                            MOVE Stock-Idx TO Stock-Found
                     END-IF
              END-PERFORM.
              IF Stock-Found = 0 THEN
                     ADD 1 TO Rel-Still-Open
                     GO TO 100-Release-Line-End
              END-IF.
              IF st-onhand(Stock-Found) = 0 THEN
                     ADD 1 TO Rel-Still-Open
                     GO TO 100-Release-Line-End
              END-IF.
              IF st-onhand(Stock-Found) < BK-QTY THEN
                     MOVE st-onhand(Stock-Found) TO Rel-Qty
              ELSE
                     MOVE BK-QTY TO Rel-Qty
              END-IF.
              MOVE SPACE TO Rel-Order.
              STRING "BO" Next-Rel DELIMITED BY SIZE INTO Rel-Order.
              ADD 1 TO Next-Rel.
              MOVE Rel-Qty TO Rel-Qty-Z.
              MOVE SPACE TO BACKORDER-RELEASED-RECORD.
              STRING TRIM(Rel-Order) " " TRIM(BK-CUST) " "
                     TRIM(BK-ITEM) " " TRIM(Rel-Qty-Z) " "
                     TRIM(BK-PRICE)
                     DELIMITED BY SIZE
                     INTO BACKORDER-RELEASED-RECORD.
              WRITE BACKORDER-RELEASED-RECORD.
              MOVE BK-DETAIL TO BACKORDER-RELEASED-RECORD.
              WRITE BACKORDER-RELEASED-RECORD.
              SUBTRACT Rel-Qty FROM st-onhand(Stock-Found).
              SUBTRACT Rel-Qty FROM BK-QTY.
              IF BK-RELEASED IS NOT NUMERIC THEN
                     MOVE 0 TO BK-RELEASED
              END-IF.
              ADD Rel-Qty TO BK-RELEASED.
              MOVE Rel-Order TO BK-LAST-REL.
              IF BK-QTY = 0 THEN
                     MOVE "FILLED" TO BK-STATUS
                     ADD 1 TO Rel-Filled
              ELSE
                     MOVE "PARTIAL" TO BK-STATUS
                     ADD 1 TO Rel-Still-Open
              END-IF.
              MOVE BACKORDER-RECORD TO bl-rec(BL-Idx).
      *> 受注マスタ: 元の受注は入荷待ち数を減らし、解放した受注を
      *> 受付として起こす
              MOVE BK-ORDER TO Ord-Order.
              MOVE Rel-Qty TO Ord-Bo-Release.
              STRING "RELEASED AS " TRIM(Rel-Order)
                     DELIMITED BY SIZE INTO Ord-Note.
              PERFORM Post-Order-Status THRU Post-Order-Status-End.
              MOVE Rel-Order TO Ord-Order.
              MOVE "RECEIVED" TO Ord-Status.
              MOVE BK-CUST TO Ord-Cust.
              MOVE BK-ITEM TO Ord-Item.
              MOVE Rel-Qty TO Ord-Qty.
              STRING "BACKORDER RELEASE OF " TRIM(BK-ORDER)
                     DELIMITED BY SIZE INTO Ord-Note.
              PERFORM Post-Order-Status THRU Post-Order-Status-End.
              ADD 1 TO Rel-Lines.
              ADD Rel-Qty TO Rel-Units.
              MOVE BK-QTY TO Rel-Open-Z.
              STRING "RELEASED " TRIM(Rel-Order)
                     " ORDER " TRIM(BK-ORDER)
                     " CUST " TRIM(BK-CUST)
                     " ITEM " TRIM(BK-ITEM)
                     " QTY " TRIM(Rel-Qty-Z)
                     " " TRIM(BK-STATUS)
                     " OPEN " TRIM(Rel-Open-Z)
                     DELIMITED BY SIZE
                     INTO Rpt-Line.
              PERFORM Write-Report-Line.
       100-Release-Line-End.
              EXIT.

       200-Rewrite-Backorders.
              OPEN OUTPUT BACKORDER.
              PERFORM VARYING BL-Idx FROM 1 BY 1
                            UNTIL BL-Idx > BL-Count
                     MOVE bl-rec(BL-Idx) TO BACKORDER-RECORD
                     WRITE BACKORDER-RECORD
              END-PERFORM.
              CLOSE BACKORDER.

       210-Save-Control.
              OPEN OUTPUT BACKORDER-CONTROL.
              MOVE Next-Rel TO BC-NEXT-REL.
              WRITE BACKORDER-CONTROL-RECORD.
              CLOSE BACKORDER-CONTROL.

       300-Summary.
              MOVE SPACE TO Rpt-Line.
              PERFORM Write-Report-Line.
              MOVE Rel-Lines TO Rel-Cnt-Z.
              STRING "LINES RELEASED            " TRIM(Rel-Cnt-Z)
                     DELIMITED BY SIZE INTO Rpt-Line.
              PERFORM Write-Report-Line.
              MOVE Rel-Units TO Rel-Cnt-Z.
              STRING "UNITS RELEASED            " TRIM(Rel-Cnt-Z)
                     DELIMITED BY SIZE INTO Rpt-Line.
              PERFORM Write-Report-Line.
              MOVE Rel-Filled TO Rel-Cnt-Z.
              STRING "LINES FILLED              " TRIM(Rel-Cnt-Z)
                     DELIMITED BY SIZE INTO Rpt-Line.
              PERFORM Write-Report-Line.
              MOVE Rel-Still-Open TO Rel-Cnt-Z.
              STRING "LINES STILL OPEN          " TRIM(Rel-Cnt-Z)
                     DELIMITED BY SIZE INTO Rpt-Line.
              PERFORM Write-Report-Line.
              MOVE Rel-Held TO Rel-Cnt-Z.
              STRING "SKIPPED, CREDIT-HOLD      " TRIM(Rel-Cnt-Z)
                     DELIMITED BY SIZE INTO Rpt-Line.
              PERFORM Write-Report-Line.
              MOVE Rel-No-Order TO Rel-Cnt-Z.
              STRING "NOT RELEASABLE, NO ORDER  " TRIM(Rel-Cnt-Z)
                     DELIMITED BY SIZE INTO Rpt-Line.
              PERFORM Write-Report-Line.
              MOVE Rel-Pending TO Rel-Cnt-Z.
              STRING "UNITS AWAITING NEXT BATCH " TRIM(Rel-Cnt-Z)
                     DELIMITED BY SIZE INTO Rpt-Line.
              PERFORM Write-Report-Line.
              DISPLAY "BACKORDERS RELEASED: " Rel-Lines
                     " LINES, " Rel-Units " UNITS".

       COPY STOCKPD.
       COPY SEALPD.
       COPY RUNHISTPD.
       COPY REPORTPD.
       COPY ORDMSTPD.
       END PROGRAM MAIN.
