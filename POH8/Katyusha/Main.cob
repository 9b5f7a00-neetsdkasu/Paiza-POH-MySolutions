                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Deadletter-Status.
       COPY STOCKSL.
       COPY CUSTMSTSL.
              SELECT OPTIONAL CREDIT-HOLD
                     ASSIGN TO "CREDIT-HOLD"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Credit-Hold-Status.
       COPY BACKORDSL.
       COPY KBOXSL.
       COPY ARITEMSL.
       COPY RUNHISTSL.
       COPY DAILYTOTSL.
       COPY ALERTQSL.
       COPY STKMOVSL.
       COPY STKLOCSL.
       COPY SEALSL.
       COPY ORDMSTSL.
       COPY CONFIGSL.
       COPY ERRLOGSL.
       COPY ENQSL.
              SELECT OPTIONAL KATYUSHA-CHECKPOINT
                     ASSIGN TO "KATYUSHA-CHECKPOINT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Checkpoint-Status.
              SELECT RESTART-COPY
                     ASSIGN TO DYNAMIC Ckpt-Copy-Path
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Restart-Copy-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS-IN.
       FD  KATYUSHA-DEADLETTER.
              01 DEADLETTER-RECORD PIC X(80).
       COPY STOCKFD.
       COPY CUSTMSTFD.
       FD  CREDIT-HOLD.
              01 CREDIT-HOLD-RECORD.
                     05 CH-STATUS PIC X(4).
                     05 CH-HEADER PIC X(40).
                     05 FILLER    PIC X.
                     05 CH-DETAIL PIC X(20).
       COPY BACKORDFD.
       COPY KBOXFD.
       COPY ARITEMFD.
       COPY RUNHISTFD.
       COPY DAILYTOTFD.
       COPY ALERTQFD.
       COPY STKMOVFD.
       COPY STKLOCFD.
       COPY SEALFD.
       COPY ORDMSTFD.
       COPY CONFIGFD.
       COPY ERRLOGFD.
       COPY ENQFD.
      *> 再開点: 位置レコード (P) のあとに保留中の引当移動 (M)、
      *> 入荷待ち (B)、受注状態 (O)、顧客別ロールアップ (C)
       FD  KATYUSHA-CHECKPOINT.
              01 CKPT-POSITION.
                     05 KC-TYPE       PIC X.
                     05 FILLER        PIC X.
                     05 KC-LINE       PIC 9(6).
                     05 FILLER        PIC X.
                     05 KC-BATCH      PIC 9(10).
                     05 FILLER        PIC X.
                     05 KC-TOTAL      PIC 9(15).
                     05 FILLER        PIC X.
                     05 KC-DEAD       PIC 9(6).
                     05 FILLER        PIC X.
                     05 KC-HELD       PIC 9(6).
                     05 FILLER        PIC X.
                     05 KC-HOLD-LINES PIC 9(8).
                     05 FILLER        PIC X.
                     05 KC-BOX-COUNT  PIC 9(10).
                     05 FILLER        PIC X.
                     05 KC-BOX-SUM    PIC 9(15).
                     05 FILLER        PIC X.
                     05 KC-TRL-COUNT  PIC 9(10).
                     05 FILLER        PIC X.
                     05 KC-TRL-SUM    PIC 9(15).
                     05 FILLER        PIC X.
                     05 KC-HOLD-DATE  PIC 9(8).
                     05 FILLER        PIC X.
                     05 KC-FIRST      PIC X(40).
                     05 FILLER        PIC X.
                     05 KC-FLUSH      PIC X.
              01 CKPT-MOVE.
                     05 FILLER        PIC X(2).
                     05 KM-PART       PIC X(10).
                     05 FILLER        PIC X.
                     05 KM-QTY        PIC 9(9).
                     05 FILLER        PIC X.
                     05 KM-BAL        PIC 9(9).
                     05 FILLER        PIC X.
                     05 KM-COST       PIC 9(7)V9(4).
                     05 FILLER        PIC X.
                     05 KM-REF        PIC X(10).
                     05 FILLER        PIC X.
                     05 KM-LOC        PIC X(6).
                     05 FILLER        PIC X.
                     05 KM-LOC-BAL    PIC 9(9).
              01 CKPT-BACKORDER.
                     05 FILLER        PIC X(2).
                     05 KB-ITEM-C     PIC X(10).
                     05 FILLER        PIC X.
                     05 KB-SHORT-C    PIC 9(7).
                     05 FILLER        PIC X.
                     05 KB-ORDER-C    PIC X(10).
                     05 FILLER        PIC X.
                     05 KB-CUST-C     PIC X(10).
                     05 FILLER        PIC X.
                     05 KB-PRICE-C    PIC X(10).
                     05 FILLER        PIC X.
                     05 KB-DETAIL-C   PIC X(20).
              01 CKPT-ORDER.
                     05 FILLER        PIC X(2).
                     05 KO-ORDER      PIC X(10).
                     05 FILLER        PIC X.
                     05 KO-STATUS     PIC X(12).
                     05 FILLER        PIC X.
                     05 KO-QTY        PIC 9(7).
              01 CKPT-CUSTOMER.
                     05 FILLER        PIC X(2).
                     05 KU-CODE       PIC X(10).
                     05 FILLER        PIC X.
                     05 KU-ORDERS     PIC 9(6).
                     05 FILLER        PIC X.
                     05 KU-UNITS      PIC 9(10).
                     05 FILLER        PIC X.
                     05 KU-TOTAL      PIC 9(15).
       FD  RESTART-COPY.
              01 RESTART-COPY-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       COPY PARSE2WS.
       COPY RUNHISTWS.
       COPY DAILYTOTWS.
       COPY ALERTQWS.
       COPY STKMOVWS.
       COPY STKLOCWS.
       COPY SEALWS.
       COPY REPORTWS.
       COPY ARBALWS.
       COPY ORDMSTWS.
       COPY CONFIGWS.
       COPY ERRLOGWS.
       COPY ENQWS.
              01 Orders-In-Status PIC XX.
              01 Checkpoint-Status PIC XX.
              01 Restart-Copy-Status PIC XX.
              01 Deadletter-Status PIC XX.
              01 Backorder-Status PIC XX.
              01 Boxes-Status PIC XX.
              01 Ar-Items-Status PIC XX.
              01 Cust-Master-Status PIC XX.
              01 Credit-Hold-Status PIC XX.
              01 Customer-Master-Values.
                     05 Cm-Open   PIC X VALUE "N".
                     05 CM-Found  PIC 9(3).
                     05 cm-exposure  PIC S9(15)V99.
                     05 Held-Count   PIC 9(6) VALUE 0.
                     05 Held-Z       PIC Z(5)9.
                     05 Hold-Date    PIC 9(8).
                     05 Ctl-Failed   PIC X VALUE "N".
                     05 Alloc-Short  PIC 9(9).
                     05 Alloc-Z      PIC Z(8)9.
                     05 Alloc-Qty    PIC 9(5).
                     05 Alloc-Loc    PIC X(6).
                     05 Alloc-Run    PIC 9(9).
              01 Box-Trailer-Values.
                     05 Box-Count    PIC 9(10) VALUE 0.
                     05 Box-Sum      PIC 9(15) VALUE 0.
                     05 Box-Count-Z  PIC Z(9)9.
                     05 Box-Sum-Z    PIC Z(14)9.
      *> 引当の移動記録はコントロール合計の判定まで保留する。
      *> 合計不一致で再投入される入力の引当を台帳へ残さないため
              01 Pending-Move-Values.
                            10 pm-part PIC X(10).
                            10 pm-qty  PIC 9(9).
                            10 pm-bal  PIC 9(9).
                            10 pm-cost PIC 9(7)V9(4).
                            10 pm-ref  PIC X(10).
                            10 pm-loc  PIC X(6).
                            10 pm-loc-bal PIC 9(9).
      *> 入荷待ちも同じ理由でコントロール合計の判定まで保留する
      *> (再投入の入力から二重に解放されないため)
              01 Pending-Backorder-Values.
                     05 BP-Count PIC 9(3) VALUE 0.
                     05 BP-Idx   PIC 9(3).
                     05 BP-Table OCCURS 500 TIMES.
                            10 bp-item   PIC X(10).
                            10 bp-short  PIC 9(7).
                            10 bp-order  PIC X(10).
                            10 bp-cust   PIC X(10).
                            10 bp-price  PIC X(10).
                            10 bp-detail PIC X(20).
      *> 受注の引当・入荷待ちの状態も同じ理由で保留する
              01 Pending-Order-Values.
                     05 PO-Count PIC 9(4) VALUE 0.
                     05 PO-Idx   PIC 9(4).
                     05 PO-Table OCCURS 1000 TIMES.
                            10 po-order  PIC X(10).
                            10 po-status PIC X(12).
                            10 po-qty    PIC 9(7).
              01 Structure-Values.
                     05 Order-Line-No  PIC 9(6) VALUE 0.
                     05 Line-No-Z      PIC Z(5)9.
                     05 Dead-Count-Z   PIC Z(5)9.
                     05 Dead-Reason    PIC X(30).
                     05 Dead-Text      PIC X(40).
                     05 Dead-Qty-Tok   PIC X(10).
              01 Batch-Values.
                     05 Batch-Count PIC 9(10) VALUE 0.
                     05 Batch-Total PIC 9(15) VALUE 0.
                     05 cu-orders-z PIC Z(5)9.
                     05 cu-units-z  PIC Z(9)9.
                     05 cu-total-z  PIC Z(14)9.
      *> 再開点の制御。Ckpt-Lines 行ごとに再開点を書き、異常終了
      *> 後の再実行は再開点の行から続ける
              01 Checkpoint-Values.
                     05 Ckpt-Lines    PIC 9(6) VALUE 100.
                     05 Ckpt-Next     PIC 9(6).
                     05 Ckpt-Restart  PIC X VALUE "N".
                     05 Ckpt-Collect  PIC X VALUE "N".
                     05 Ckpt-Flushing PIC X VALUE "N".
                     05 Ckpt-Flush-Seen PIC X VALUE "N".
                     05 Ckpt-Same     PIC X.
                     05 Ckpt-Recs     PIC 9(8).
                     05 Ckpt-First    PIC X(40).
                     05 Ckpt-Skip     PIC 9(6).
                     05 Ckpt-Hold-Lines PIC 9(8).
                     05 Ckpt-Hold-Read  PIC 9(8).
                     05 Ckpt-Copy-Path  PIC X(40).
                     05 Ckpt-Copy-Limit PIC 9(10).
                     05 Ckpt-Copy-Done  PIC 9(10).
                     05 Ckpt-Copy-To    PIC X.
                     05 Ckpt-Z          PIC Z(5)9.
                     05 Ckpt-Command    PIC X(100).
      *> 再開前の実行が再開点のあとに書いた与信保留 (二重に
      *> 書かないよう突き合わせて消し込む)
                     05 HT-Count PIC 9(3) VALUE 0.
                     05 HT-Idx   PIC 9(3).
                     05 HT-Found PIC 9(3).
                     05 HT-Table OCCURS 200 TIMES.
                            10 ht-header PIC X(40).
       01 ANSWER-VALUES.
              05 INT-N   PIC 9(5).
              05 INT-P   PIC 9(10).
       ENTRY "ProcessOrderBatch".
              MOVE "KATYUSHA" TO Run-Hist-Program.
              MOVE "KATYUSHA" TO Alert-Program Move-Program.
              MOVE "KATYUSHA" TO Ord-Program.
              MOVE "KATYUSHA" TO Config-Program Err-Program.
              PERFORM Load-Config-Master THRU Load-Config-Master-End.
              MOVE "KATYUSHA-CHECKPOINT-LINES" TO Config-Param-Name.
              MOVE "100" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO Ckpt-Lines
              END-IF.
              PERFORM 094-Claim-Resources.
              ACCEPT Hold-Date FROM DATE YYYYMMDD.
              PERFORM 074-Load-Checkpoint THRU 074-Load-Checkpoint-End.
              OPEN INPUT ORDERS-IN.
              IF Ckpt-Restart = "Y" THEN
                     PERFORM 077-Restart-Outputs
              ELSE
                     OPEN OUTPUT KATYUSHA-DEADLETTER
                     OPEN OUTPUT KATYUSHA-BOXES
              END-IF.
              PERFORM Load-Stock-Table THRU Load-Stock-Table-End.
              PERFORM 089-Load-Locations.
              IF Ckpt-Restart = "Y" THEN
                     PERFORM 078-Restore-Stock
                     PERFORM 071-Scan-Credit-Hold
                            THRU 073-Credit-Hold-Scanned
                     MOVE "N" TO Ckpt-Collect
                     PERFORM 079-Skip-To-Checkpoint
              END-IF.
              PERFORM 095-Open-Customer-Master
                     THRU 097-Customers-Opened.
              PERFORM Load-Ar-Balances THRU Load-Ar-Balances-End.
              IF Ckpt-Lines = 0 THEN
                     MOVE 999999 TO Ckpt-Next
              ELSE
                     COMPUTE Ckpt-Next = Order-Line-No + Ckpt-Lines
              END-IF.
       020-Read-NP.
      *> 受注の切れ目ごとに、所定の行数を進んでいれば再開点を書く
              IF Order-Line-No >= Ckpt-Next THEN
                     PERFORM 070-Write-Checkpoint
                     COMPUTE Ckpt-Next = Order-Line-No + Ckpt-Lines
              END-IF.
              READ ORDERS-IN
                     AT END
                         GO TO 030-Show-Batch-Summary
                         MOVE "HALF ORDER AT END OF FILE"
                                TO Dead-Reason
                         MOVE STR-NP TO Dead-Text
                         PERFORM 062-Deadletter-Order
                         GO TO 030-Show-Batch-Summary
              END-READ.
              ADD 1 TO Order-Line-No.
                     MOVE "HALF ORDER AT END OF FILE"
                            TO Dead-Reason
                     MOVE STR-NP TO Dead-Text
                     PERFORM 062-Deadletter-Order
                     GO TO 020-Read-NP
              END-IF.
              PERFORM Tally-Trailer-Record.
              IF Token-Count = 5 THEN
                     MOVE "DETAIL LINE MISSING" TO Dead-Reason
                     MOVE STR-NP TO Dead-Text
                     PERFORM 062-Deadletter-Order
                     MOVE ORDERS-IN-RECORD TO STR-NP
                     GO TO 021-Read-MQ
              END-IF.
              MOVE ORDERS-IN-RECORD TO STR-MQ.
              PERFORM 011-Parse-Keyed-Order.
              PERFORM 012-Compute-Order.
              MOVE Order-Id TO Ord-Order.
              MOVE "RECEIVED" TO Ord-Status.
              MOVE Cust-Code TO Ord-Cust.
              MOVE Item-Code TO Ord-Item.
              MOVE Orig-N TO Ord-Qty.
              PERFORM Post-Order-Status THRU Post-Order-Status-End.
              IF Cm-Open = "Y" THEN
                     PERFORM 098-Check-Customer
                            THRU 098-Check-Customer-End
                     IF CM-Found = 0 THEN
                     TRIM(INT-Z).
              ADD 1 TO Batch-Count.
              ADD INT-P TO Batch-Total.
              PERFORM 040-Rollup-Customer THRU 041-Rollup-Add.
      *> 在庫マスタなしの運用では受注数をそのまま出荷扱いにする
              MOVE Orig-N TO Alloc-Qty.
              MOVE SPACE TO Alloc-Loc.
              IF Stock-Count > 0 THEN
                     PERFORM 080-Allocate-Order
                            THRU 080-Allocate-Order-End
              END-IF.
              IF Alloc-Qty > 0 THEN
                     MOVE "ALLOCATED" TO Ord-Status
                     MOVE Alloc-Qty TO Ord-Qty
                     PERFORM 083-Hold-Order-Status
              END-IF.
              IF Alloc-Qty < Orig-N THEN
                     MOVE "BACKORDERED" TO Ord-Status
                     COMPUTE Ord-Qty = Orig-N - Alloc-Qty
                     PERFORM 083-Hold-Order-Status
              END-IF.
      *> 受注ごとの箱所要と引当数を出庫原価計算 (Fulfillment) と
      *> 受注請求 (OrderBilling) へ渡す
              MOVE SPACE TO KATYUSHA-BOXES-RECORD.
              MOVE Order-Id TO KB-ORDER.
              MOVE Cust-Code TO KB-CUST.
              MOVE Orig-N TO KB-UNITS.
              MOVE Item-Code TO KB-ITEM.
              MOVE Alloc-Qty TO KB-ALLOC.
              MOVE Alloc-Loc TO KB-LOC.
              WRITE KATYUSHA-BOXES-RECORD.
              ADD 1 TO Box-Count.
              IF TRIM(Order-Id) IS NUMERIC THEN
                     ADD NUMVAL(TRIM(Order-Id)) TO Box-Sum
              END-IF.
              GO TO 020-Read-NP.
       030-Show-Batch-Summary.
              CLOSE ORDERS-IN.
              IF Cm-Open = "Y" THEN
                     CLOSE CUSTOMER-MASTER
              END-IF.
              CLOSE KATYUSHA-DEADLETTER.
              PERFORM Verify-Control-Totals.
              IF Trl-Present = "N"
              OR Trl-Exp-Count NOT = Trl-Act-Count
              OR Trl-Exp-Sum NOT = Trl-Act-Sum THEN
                     MOVE "Y" TO Ctl-Failed
              END-IF.
      *> 合計一致のときだけ箱ファイルにトレーラを付ける。請求側は
      *> トレーラのない箱ファイル (再投入待ちの入力) を受け付けない
              IF Ctl-Failed = "N" THEN
                     PERFORM 031-Write-Boxes-Trailer
              END-IF.
              CLOSE KATYUSHA-BOXES.
              MOVE "KATYUSHA" TO Rpt-Program.
              MOVE "ORDER BATCH SUMMARY" TO Rpt-Title.
              PERFORM Begin-Report.
                     DISPLAY "STOCK-MASTER AND DAILY-TOTALS NOT"
                            " UPDATED, CONTROL TOTALS FAILED"
              ELSE
      *> 書き戻しの途中で止まった実行を再開点から二重に計上しない
      *> よう、書き戻しに入ったことを再開点に残す
                     MOVE "Y" TO Ckpt-Flushing
                     PERFORM 070-Write-Checkpoint
                     MOVE "ORD-CNT" TO Daily-Metric
                     MOVE Batch-Count TO Daily-Value
                     PERFORM Write-Daily-Total
                     PERFORM Write-Daily-Total
                     PERFORM Save-Stock-Table
                            THRU Save-Stock-Table-End
                     PERFORM Save-Stock-Locations
                     PERFORM 087-Flush-Alloc-Movements
                     PERFORM 088-Flush-Backorders
                     PERFORM 082-Flush-Order-Status
              END-IF.
              PERFORM 093-Clear-Checkpoint.
              MOVE "STOCK-MASTER" TO Enq-Resource.
              PERFORM Release-Resource.
              MOVE "CREDIT-HOLD" TO Enq-Resource.
              PERFORM Release-Resource.
              IF Dead-Count > 0 THEN
                     MOVE 2 TO RETURN-CODE
              END-IF.
              MOVE Batch-Total TO Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.
       031-Write-Boxes-Trailer.
              MOVE Box-Count TO Box-Count-Z.
              MOVE Box-Sum TO Box-Sum-Z.
              MOVE SPACE TO KATYUSHA-BOXES-RECORD.
              STRING "TRAILER " DELIMITED BY SIZE
                     TRIM(Box-Count-Z) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     TRIM(Box-Sum-Z) DELIMITED BY SIZE
                     INTO KATYUSHA-BOXES-RECORD
              END-STRING.
              WRITE KATYUSHA-BOXES-RECORD.

       010-Calc-Order.
              MOVE STR-NP TO Parse2-Line.
              PERFORM Parse-Two-Fields.
                            TRIM(Item-Code) " UNKNOWN ITEM,"
                            " BACKORDERED"
                     MOVE Orig-N TO Alloc-Short
                     MOVE 0 TO Alloc-Qty
                     PERFORM 085-Write-Backorder
                     GO TO 080-Allocate-Order-End
              END-IF.
                     COMPUTE Alloc-Short =
                            Orig-N - st-onhand(Stock-Found)
                     MOVE st-onhand(Stock-Found) TO Move-Qty
                     MOVE Move-Qty TO Alloc-Qty
                     MOVE 0 TO st-onhand(Stock-Found)
                     IF Move-Qty > 0 THEN
                            PERFORM 086-Write-Alloc-Movement
       080-Allocate-Order-End.
              EXIT.

      *> 引当1件ぶんを置き場から取り、置き場ごとに保留表へ積む
      *> (書き出しは 087 で)。最初の置き場を箱ファイルへ渡す
       086-Write-Alloc-Movement.
              MOVE Item-Code TO Loc-Part.
              MOVE SPACE TO Loc-Code.
              MOVE Move-Qty TO Loc-Qty.
              PERFORM Take-From-Locations
                     THRU Take-From-Locations-End.
              COMPUTE Alloc-Run = st-onhand(Stock-Found) + Move-Qty.
              IF Pick-Count > 0 THEN
                     MOVE pk-loc(1) TO Alloc-Loc
              END-IF.
              PERFORM VARYING Pick-Idx FROM 1 BY 1
              UNTIL Pick-Idx > Pick-Count
                     MOVE pk-qty(Pick-Idx) TO Alloc-Z
                     DISPLAY "  PICK " pk-loc(Pick-Idx) " "
                            TRIM(Alloc-Z)
                     SUBTRACT pk-qty(Pick-Idx) FROM Alloc-Run
                     PERFORM 084-Hold-Alloc-Movement
              END-PERFORM.
      *> 置き場に載っていない残り (取り先の上限超え) は置き場なし
              IF Loc-Left > 0 THEN
                     MOVE Loc-Left TO Move-Qty
                     SUBTRACT Loc-Left FROM Alloc-Run
                     PERFORM 084-Hold-Alloc-Movement
              END-IF.

       084-Hold-Alloc-Movement.
              IF PM-Count >= 500 THEN
                     DISPLAY "WARNING: MORE THAN 500 ALLOCATION"
                            " MOVEMENTS, EXTRA NOT LEDGERED"
              ELSE
                     ADD 1 TO PM-Count
                     MOVE Item-Code TO pm-part(PM-Count)
                     MOVE Alloc-Run TO pm-bal(PM-Count)
                     MOVE st-cost(Stock-Found) TO pm-cost(PM-Count)
                     MOVE Order-Id TO pm-ref(PM-Count)
                     IF Pick-Idx > Pick-Count THEN
                            MOVE Move-Qty TO pm-qty(PM-Count)
                            MOVE SPACE TO pm-loc(PM-Count)
                            MOVE 0 TO pm-loc-bal(PM-Count)
                     ELSE
                            MOVE pk-qty(Pick-Idx) TO pm-qty(PM-Count)
                            MOVE pk-loc(Pick-Idx) TO pm-loc(PM-Count)
                            MOVE pk-bal(Pick-Idx)
                                   TO pm-loc-bal(PM-Count)
                     END-IF
              END-IF.

      *> 置き場を読み、在庫マスタの手持ちに合わせておく
      *> (置き場のない旧データは既定の置き場に載る)
       089-Load-Locations.
              PERFORM Load-Stock-Locations
                     THRU Load-Stock-Locations-End.
              PERFORM VARYING Stock-Idx FROM 1 BY 1
              UNTIL Stock-Idx > Stock-Count
                     MOVE st-code(Stock-Idx) TO Loc-Part
                     MOVE st-onhand(Stock-Idx) TO Loc-Total
                     PERFORM Match-Part-Locations
                            THRU Match-Part-Locations-End
              END-PERFORM.

      *> 在庫の書き戻しと同じ条件でだけ移動台帳へ書く。
      *> 引当は移動平均単価で評価し、注文番号を付けて GL へ渡す
       087-Flush-Alloc-Movements.
              IF PM-Count > 0 THEN
                     MOVE "ALLOC" TO Move-Type
                            MOVE pm-part(PM-Idx) TO Move-Part
                            MOVE pm-qty(PM-Idx) TO Move-Qty
                            MOVE pm-bal(PM-Idx) TO Move-Balance
                            MOVE pm-cost(PM-Idx) TO Move-Unit-Cost
                            MOVE pm-ref(PM-Idx) TO Move-Ref
                            MOVE pm-loc(PM-Idx) TO Move-Loc
                            MOVE pm-loc-bal(PM-Idx) TO Move-Loc-Balance
                            PERFORM Write-Stock-Movement
                     END-PERFORM
              END-IF.

      *> 入荷待ち1件を保留表へ積む (書き出しは 088 で)。受注の
      *> 単価と明細行も残し、BackOrders が受注を出し直せるように
       085-Write-Backorder.
              IF BP-Count >= 500 THEN
                     DISPLAY "WARNING: MORE THAN 500 BACKORDERS,"
                            " EXTRA NOT RECORDED"
              ELSE
                     ADD 1 TO BP-Count
                     MOVE Item-Code TO bp-item(BP-Count)
                     MOVE Alloc-Short TO bp-short(BP-Count)
                     MOVE Order-Id TO bp-order(BP-Count)
                     MOVE Cust-Code TO bp-cust(BP-Count)
                     MOVE Tok-P TO bp-price(BP-Count)
                     MOVE STR-MQ TO bp-detail(BP-Count)
              END-IF.

       088-Flush-Backorders.
              IF BP-Count > 0 THEN
                     OPEN EXTEND BACKORDER
                     PERFORM VARYING BP-Idx FROM 1 BY 1
                     UNTIL BP-Idx > BP-Count
                            MOVE SPACE TO BACKORDER-RECORD
                            MOVE bp-item(BP-Idx) TO BK-ITEM
                            MOVE bp-short(BP-Idx) TO BK-QTY BK-ORIG
                            MOVE "OPEN" TO BK-STATUS
                            MOVE Hold-Date TO BK-DATE
                            MOVE "KATYUSHA" TO BK-SOURCE
                            MOVE bp-order(BP-Idx) TO BK-ORDER
                            MOVE bp-cust(BP-Idx) TO BK-CUST
                            MOVE bp-price(BP-Idx) TO BK-PRICE
                            MOVE bp-detail(BP-Idx) TO BK-DETAIL
                            MOVE 0 TO BK-RELEASED
                            WRITE BACKORDER-RECORD
                     END-PERFORM
                     CLOSE BACKORDER
              END-IF.

      *> 受注の状態1件を保留表へ積む (受注マスタへは 082 で)
       083-Hold-Order-Status.
              IF PO-Count >= 1000 THEN
                     DISPLAY "WARNING: MORE THAN 1000 ORDER STATUS"
                            " CHANGES, " TRIM(Order-Id) " "
                            TRIM(Ord-Status) " NOT POSTED"
              ELSE
                     ADD 1 TO PO-Count
                     MOVE Order-Id TO po-order(PO-Count)
                     MOVE Ord-Status TO po-status(PO-Count)
                     MOVE Ord-Qty TO po-qty(PO-Count)
              END-IF.
              MOVE SPACE TO Ord-Status.
              MOVE 0 TO Ord-Qty.

       082-Flush-Order-Status.
              PERFORM VARYING PO-Idx FROM 1 BY 1
              UNTIL PO-Idx > PO-Count
                     MOVE po-order(PO-Idx) TO Ord-Order
                     MOVE po-status(PO-Idx) TO Ord-Status
                     MOVE po-qty(PO-Idx) TO Ord-Qty
                     PERFORM Post-Order-Status
                            THRU Post-Order-Status-End
              END-PERFORM.

      *> 見出し行の分かっているデッドレターは受注マスタにも残す
       062-Deadletter-Order.
              PERFORM 060-Write-Deadletter.
              MOVE SPACE TO Dead-Qty-Tok.
              UNSTRING STR-NP DELIMITED BY ALL " "
                     INTO Ord-Order Ord-Cust Ord-Item Dead-Qty-Tok.
              IF TRIM(Dead-Qty-Tok) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Dead-Qty-Tok)) TO Ord-Qty
              END-IF.
              MOVE "DEADLETTERED" TO Ord-Status.
              MOVE Dead-Reason TO Ord-Note.
              PERFORM Post-Order-Status THRU Post-Order-Status-End.

       060-Write-Deadletter.
              ADD 1 TO Dead-Count.
              MOVE Dead-Reason TO Alert-Text.
              PERFORM Write-Alert-Queue.

      *> 顧客マスタ (顧客コードの索引ファイル) はバッチのあいだ
      *> 開いたままにして、受注ごとにキーで直接読む。マスタが
      *> ないか空なら従来どおり顧客検証をしない
      *> 引当の間は STOCK-MASTER と CREDIT-HOLD を占有する
      *> (StockMaint / CreditDesk の保守は終わるまで待つ)
       094-Claim-Resources.
              MOVE "ENQUEUE-BATCH-WAIT-SECONDS" TO Config-Param-Name.
              MOVE "1800" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO Enq-Wait-Max
              END-IF.
              MOVE "KATYUSHA" TO Enq-Program.
              MOVE "BATCH" TO Enq-Holder.
              MOVE "EXCL" TO Enq-Mode.
              MOVE "STOCK-MASTER" TO Enq-Resource.
              PERFORM Acquire-Resource THRU Acquire-Resource-End.
              MOVE "CREDIT-HOLD" TO Enq-Resource.
              PERFORM Acquire-Resource THRU Acquire-Resource-End.

       095-Open-Customer-Master.
              OPEN INPUT CUSTOMER-MASTER.
              IF Cust-Master-Status NOT = "00" THEN
                     IF Cust-Master-Status = "05" THEN
                            CLOSE CUSTOMER-MASTER
                     END-IF
                     GO TO 097-Customers-Opened
              END-IF.
       096-Check-Not-Empty.
              READ CUSTOMER-MASTER NEXT
                     AT END
                         CLOSE CUSTOMER-MASTER
                         GO TO 097-Customers-Opened
              END-READ.
              MOVE "Y" TO Cm-Open.
       097-Customers-Opened.
              EXIT.

      *> 受注1件の顧客検証。未登録/停止中はデッドレター、与信限度
      *> 超過は CREDIT-HOLD へ退避して監督者の解放を待つ。
      *> CM-Found = 0 を返した受注は処理しない。
       098-Check-Customer.
              MOVE 1 TO CM-Found.
              MOVE Cust-Code TO CMR-CODE.
              READ CUSTOMER-MASTER
                  INVALID KEY
                      MOVE 0 TO CM-Found
              END-READ.
              IF CM-Found = 0 THEN
                     MOVE "UNKNOWN CUSTOMER" TO Dead-Reason
                     MOVE STR-NP TO Dead-Text
                     PERFORM 062-Deadletter-Order
                     GO TO 098-Check-Customer-End
              END-IF.
              IF TRIM(CMR-STATUS) NOT = "ACTIVE" THEN
                     MOVE "CUSTOMER NOT ACTIVE" TO Dead-Reason
                     MOVE STR-NP TO Dead-Text
                     PERFORM 062-Deadletter-Order
                     MOVE 0 TO CM-Found
                     GO TO 098-Check-Customer-End
              END-IF.
      *> 与信残高 = 売掛未回収残高 + 今夜の受注累計 + 本受注
              MOVE Cust-Code TO Arb-Cust-Key.
              PERFORM Find-Ar-Balance.
              MOVE Arb-Open-Found TO cm-exposure.
              ADD INT-P TO cm-exposure.
              IF Cust-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING Cust-Idx FROM 1 BY 1
                            END-IF
                     END-PERFORM
              END-IF.
              IF CMR-LIMIT > 0
              AND cm-exposure > CMR-LIMIT THEN
                     PERFORM 099-Write-Credit-Hold
                            THRU 099-Write-Credit-Hold-End
                     MOVE 0 TO CM-Found
              END-IF.
       098-Check-Customer-End.
              EXIT.

      *> 再開時、前の実行が再開点のあとに書いた同じ保留は書き直さ
      *> ない (HT-Found > 0)
       099-Write-Credit-Hold.
              ADD 1 TO Held-Count.
              MOVE 0 TO HT-Found.
              PERFORM VARYING HT-Idx FROM 1 BY 1
              UNTIL HT-Idx > HT-Count OR HT-Found > 0
                     IF ht-header(HT-Idx) = STR-NP THEN
                            MOVE HT-Idx TO HT-Found
                            MOVE SPACE TO ht-header(HT-Idx)
                     END-IF
              END-PERFORM.
              IF HT-Found = 0 THEN
                     OPEN EXTEND CREDIT-HOLD
                     MOVE SPACE TO CREDIT-HOLD-RECORD
                     MOVE "HELD" TO CH-STATUS
                     MOVE Hold-Date TO CH-DATE
                     MOVE Cust-Code TO CH-CUST
                     MOVE STR-NP TO CH-HEADER
                     MOVE STR-MQ TO CH-DETAIL
                     WRITE CREDIT-HOLD-RECORD
                     CLOSE CREDIT-HOLD
              END-IF.
              DISPLAY "CREDIT HOLD " TRIM(Order-Id) " "
                     TRIM(Cust-Code) " OVER LIMIT".
              MOVE Order-Id TO Ord-Order.
              MOVE "CREDIT-HELD" TO Ord-Status.
              MOVE "OVER CREDIT LIMIT" TO Ord-Note.
              PERFORM Post-Order-Status THRU Post-Order-Status-End.
              IF HT-Found > 0 THEN
                     DISPLAY "  (ALREADY ON CREDIT-HOLD BEFORE RESTART)"
                     GO TO 099-Write-Credit-Hold-End
              END-IF.
              MOVE "KAT-CRD" TO Alert-Code.
              MOVE SPACE TO Alert-Text.
              STRING "ORDER " DELIMITED BY SIZE
                     INTO Alert-Text
              END-STRING.
              PERFORM Write-Alert-Queue.
       099-Write-Credit-Hold-End.
              EXIT.

      *> 顧客別ロールアップへの加算
       040-Rollup-Customer.
              ADD Orig-N TO cu-units(Cust-Idx).
              ADD INT-P TO cu-total(Cust-Idx).

      *> 再開点を書き出して封印する (件数 = レコード数、検算 = 入力
      *> の行位置)。与信保留ファイルの行数も控え、再開時に前の実行
      *> が再開点のあとに書いた保留を見分けられるようにする
       070-Write-Checkpoint.
              PERFORM 071-Scan-Credit-Hold
                     THRU 073-Credit-Hold-Scanned.
      *> 再開点が数える箱とデッドレターを先にディスクへ確定させる
      *> (書き戻し中は両方とも閉じ済み)
              IF Ckpt-Flushing = "N" THEN
                     CLOSE KATYUSHA-BOXES
                     CLOSE KATYUSHA-DEADLETTER
                     OPEN EXTEND KATYUSHA-BOXES
                     OPEN EXTEND KATYUSHA-DEADLETTER
              END-IF.
              OPEN OUTPUT KATYUSHA-CHECKPOINT.
              MOVE SPACE TO CKPT-POSITION.
              MOVE "P" TO KC-TYPE.
              MOVE Order-Line-No TO KC-LINE.
              MOVE Batch-Count TO KC-BATCH.
              MOVE Batch-Total TO KC-TOTAL.
              MOVE Dead-Count TO KC-DEAD.
              MOVE Held-Count TO KC-HELD.
              MOVE Ckpt-Hold-Lines TO KC-HOLD-LINES.
              MOVE Box-Count TO KC-BOX-COUNT.
              MOVE Box-Sum TO KC-BOX-SUM.
              MOVE Trl-Act-Count TO KC-TRL-COUNT.
              MOVE Trl-Act-Sum TO KC-TRL-SUM.
              MOVE Hold-Date TO KC-HOLD-DATE.
              MOVE Ckpt-First TO KC-FIRST.
              MOVE Ckpt-Flushing TO KC-FLUSH.
              WRITE CKPT-POSITION.
              MOVE 1 TO Ckpt-Recs.
              PERFORM VARYING PM-Idx FROM 1 BY 1 UNTIL PM-Idx > PM-Count
                     MOVE SPACE TO CKPT-MOVE
                     MOVE "M" TO KC-TYPE
                     MOVE pm-part(PM-Idx) TO KM-PART
                     MOVE pm-qty(PM-Idx) TO KM-QTY
                     MOVE pm-bal(PM-Idx) TO KM-BAL
                     MOVE pm-cost(PM-Idx) TO KM-COST
                     MOVE pm-ref(PM-Idx) TO KM-REF
                     MOVE pm-loc(PM-Idx) TO KM-LOC
                     MOVE pm-loc-bal(PM-Idx) TO KM-LOC-BAL
                     WRITE CKPT-MOVE
                     ADD 1 TO Ckpt-Recs
              END-PERFORM.
              PERFORM VARYING BP-Idx FROM 1 BY 1 UNTIL BP-Idx > BP-Count
                     MOVE SPACE TO CKPT-BACKORDER
                     MOVE "B" TO KC-TYPE
                     MOVE bp-item(BP-Idx) TO KB-ITEM-C
                     MOVE bp-short(BP-Idx) TO KB-SHORT-C
                     MOVE bp-order(BP-Idx) TO KB-ORDER-C
                     MOVE bp-cust(BP-Idx) TO KB-CUST-C
                     MOVE bp-price(BP-Idx) TO KB-PRICE-C
                     MOVE bp-detail(BP-Idx) TO KB-DETAIL-C
                     WRITE CKPT-BACKORDER
                     ADD 1 TO Ckpt-Recs
              END-PERFORM.
              PERFORM VARYING PO-Idx FROM 1 BY 1 UNTIL PO-Idx > PO-Count
                     MOVE SPACE TO CKPT-ORDER
                     MOVE "O" TO KC-TYPE
                     MOVE po-order(PO-Idx) TO KO-ORDER
                     MOVE po-status(PO-Idx) TO KO-STATUS
                     MOVE po-qty(PO-Idx) TO KO-QTY
                     WRITE CKPT-ORDER
                     ADD 1 TO Ckpt-Recs
              END-PERFORM.
              PERFORM VARYING Cust-Idx FROM 1 BY 1
              UNTIL Cust-Idx > Cust-Count
                     MOVE SPACE TO CKPT-CUSTOMER
                     MOVE "C" TO KC-TYPE
                     MOVE cu-code(Cust-Idx) TO KU-CODE
                     MOVE cu-orders(Cust-Idx) TO KU-ORDERS
                     MOVE cu-units(Cust-Idx) TO KU-UNITS
                     MOVE cu-total(Cust-Idx) TO KU-TOTAL
                     WRITE CKPT-CUSTOMER
                     ADD 1 TO Ckpt-Recs
              END-PERFORM.
              CLOSE KATYUSHA-CHECKPOINT.
              MOVE "KATYUSHA-CHECKPOINT" TO Seal-Name.
              MOVE Ckpt-Recs TO Seal-Count.
              MOVE Order-Line-No TO Seal-Total.
              PERFORM Write-File-Seal THRU Write-File-Seal-End.

      *> 与信保留ファイルの行数を数える。再開時 (Ckpt-Collect = Y)
      *> は再開点の行数より後ろにある今日の HELD の見出しを控える
       071-Scan-Credit-Hold.
              MOVE 0 TO Ckpt-Hold-Read.
              IF Ckpt-Collect = "Y" THEN
                     MOVE 0 TO HT-Count
              END-IF.
              OPEN INPUT CREDIT-HOLD.
              IF Credit-Hold-Status NOT = "00" THEN
                     IF Credit-Hold-Status = "05" THEN
                            CLOSE CREDIT-HOLD
                     END-IF
                     GO TO 073-Credit-Hold-Scanned
              END-IF.
       072-Read-Credit-Hold.
              READ CREDIT-HOLD
                     AT END
                         CLOSE CREDIT-HOLD
                         GO TO 073-Credit-Hold-Scanned
              END-READ.
              ADD 1 TO Ckpt-Hold-Read.
              IF Ckpt-Collect = "Y"
              AND Ckpt-Hold-Read > Ckpt-Hold-Lines
              AND CH-STATUS = "HELD"
              AND CH-DATE = Hold-Date
              AND HT-Count < 200 THEN
                     ADD 1 TO HT-Count
                     MOVE CH-HEADER TO ht-header(HT-Count)
              END-IF.
              GO TO 072-Read-Credit-Hold.
       073-Credit-Hold-Scanned.
              IF Ckpt-Collect NOT = "Y" THEN
                     MOVE Ckpt-Hold-Read TO Ckpt-Hold-Lines
              END-IF.

      *> 再開点を読み込む。封印と合わなければ復旧経路へ回す。
      *> 別の ORDERS-IN (先頭行が違う) の再開点は捨てて先頭から
       074-Load-Checkpoint.
              MOVE "N" TO Ckpt-Restart.
              MOVE SPACE TO Ckpt-First.
              OPEN INPUT ORDERS-IN.
              IF Orders-In-Status = "00" THEN
                     READ ORDERS-IN
                            AT END
                                CONTINUE
                            NOT AT END
                                MOVE ORDERS-IN-RECORD TO Ckpt-First
                     END-READ
                     CLOSE ORDERS-IN
              END-IF.
              MOVE 0 TO Ckpt-Recs Ckpt-Skip.
              MOVE "Y" TO Ckpt-Same.
              MOVE "N" TO Ckpt-Flush-Seen.
              OPEN INPUT KATYUSHA-CHECKPOINT.
              IF Checkpoint-Status NOT = "00" THEN
                     IF Checkpoint-Status = "05" THEN
                            CLOSE KATYUSHA-CHECKPOINT
                     END-IF
                     GO TO 074-Load-Checkpoint-End
              END-IF.
       075-Read-Checkpoint.
              READ KATYUSHA-CHECKPOINT
                     AT END
                         CLOSE KATYUSHA-CHECKPOINT
                         GO TO 076-Checkpoint-Read
              END-READ.
              ADD 1 TO Ckpt-Recs.
              EVALUATE KC-TYPE
                  WHEN "P"
                      MOVE KC-LINE TO Ckpt-Skip
                      MOVE KC-BATCH TO Batch-Count
                      MOVE KC-TOTAL TO Batch-Total
                      MOVE KC-DEAD TO Dead-Count
                      MOVE KC-HELD TO Held-Count
                      MOVE KC-HOLD-LINES TO Ckpt-Hold-Lines
                      MOVE KC-BOX-COUNT TO Box-Count
                      MOVE KC-BOX-SUM TO Box-Sum
                      MOVE KC-TRL-COUNT TO Trl-Act-Count
                      MOVE KC-TRL-SUM TO Trl-Act-Sum
                      MOVE KC-HOLD-DATE TO Hold-Date
                      IF KC-FLUSH = "Y" THEN
                             MOVE "Y" TO Ckpt-Flush-Seen
                      END-IF
                      IF KC-FIRST NOT = Ckpt-First THEN
                             MOVE "N" TO Ckpt-Same
                      END-IF
                  WHEN "M"
                      ADD 1 TO PM-Count
                      MOVE KM-PART TO pm-part(PM-Count)
                      MOVE KM-QTY TO pm-qty(PM-Count)
                      MOVE KM-BAL TO pm-bal(PM-Count)
                      MOVE KM-COST TO pm-cost(PM-Count)
                      MOVE KM-REF TO pm-ref(PM-Count)
                      MOVE KM-LOC TO pm-loc(PM-Count)
                      MOVE KM-LOC-BAL TO pm-loc-bal(PM-Count)
                  WHEN "B"
                      ADD 1 TO BP-Count
                      MOVE KB-ITEM-C TO bp-item(BP-Count)
                      MOVE KB-SHORT-C TO bp-short(BP-Count)
                      MOVE KB-ORDER-C TO bp-order(BP-Count)
                      MOVE KB-CUST-C TO bp-cust(BP-Count)
                      MOVE KB-PRICE-C TO bp-price(BP-Count)
                      MOVE KB-DETAIL-C TO bp-detail(BP-Count)
                  WHEN "O"
                      ADD 1 TO PO-Count
                      MOVE KO-ORDER TO po-order(PO-Count)
                      MOVE KO-STATUS TO po-status(PO-Count)
                      MOVE KO-QTY TO po-qty(PO-Count)
                  WHEN "C"
                      ADD 1 TO Cust-Count
                      MOVE KU-CODE TO cu-code(Cust-Count)
                      MOVE KU-ORDERS TO cu-orders(Cust-Count)
                      MOVE KU-UNITS TO cu-units(Cust-Count)
                      MOVE KU-TOTAL TO cu-total(Cust-Count)
              END-EVALUATE.
              GO TO 075-Read-Checkpoint.
       076-Checkpoint-Read.
              MOVE "KATYUSHA-CHECKPOINT" TO Seal-Name.
              MOVE Ckpt-Recs TO Seal-Count.
              MOVE Ckpt-Skip TO Seal-Total.
              PERFORM Verify-File-Seal.
              IF Seal-Verdict = "BAD" THEN
                     DISPLAY "SEL-001 ERROR:"
                            " KATYUSHA-CHECKPOINT DOES NOT"
                            " MATCH ITS INTEGRITY SEAL,"
                            " RUN THE RECOVERY PATH"
                     PERFORM Release-All-Resources
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
      *> 前回は書き戻しの途中で止まった。在庫・移動・入荷待ちの
      *> どこまで書けたか分からないので自動の再開はしない
              IF Ckpt-Flush-Seen = "Y" THEN
                     DISPLAY "KAT-002 ERROR: KATYUSHA-CHECKPOINT WAS"
                            " TAKEN WHILE THE LAST RUN WAS POSTING"
                            " ITS RESULTS, RESTART REFUSED,"
                            " RUN THE RECOVERY PATH"
                     MOVE "KAT-002" TO Err-Code
                     MOVE "E" TO Err-Severity
                     MOVE "RESTART REFUSED, RUN STOPPED DURING FLUSH"
                            TO Err-Text
                     MOVE "KATYUSHA-CHECKPOINT" TO Err-Input
                     PERFORM Write-Error-Log
                     PERFORM Release-All-Resources
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              IF Ckpt-Recs = 0 THEN
                     GO TO 074-Load-Checkpoint-End
              END-IF.
              IF Seal-Verdict = "NONE" THEN
                     DISPLAY "WARNING: KATYUSHA-CHECKPOINT HAS"
                            " NO INTEGRITY SEAL YET"
              END-IF.
              IF Ckpt-Same = "N" THEN
                     DISPLAY "WARNING: KATYUSHA-CHECKPOINT IS FOR"
                            " ANOTHER ORDERS-IN, STARTING FROM THE"
                            " FIRST ORDER"
                     MOVE 0 TO PM-Count BP-Count PO-Count Cust-Count
                     MOVE 0 TO Batch-Count Batch-Total Dead-Count
                     MOVE 0 TO Held-Count Box-Count Box-Sum Ckpt-Skip
                     MOVE 0 TO Trl-Act-Count Trl-Act-Sum
                     ACCEPT Hold-Date FROM DATE YYYYMMDD
                     GO TO 074-Load-Checkpoint-End
              END-IF.
              MOVE "Y" TO Ckpt-Restart Ckpt-Collect.
       074-Load-Checkpoint-End.
              EXIT.

      *> 再開時は前の実行のデッドレターと箱ファイルを再開点の
      *> 件数まで戻して書き足す
       077-Restart-Outputs.
              MOVE "D" TO Ckpt-Copy-To.
              MOVE Dead-Count TO Ckpt-Copy-Limit.
              PERFORM 090-Copy-Restart-File
                     THRU 092-Restart-File-Copied.
              MOVE "B" TO Ckpt-Copy-To.
              MOVE Box-Count TO Ckpt-Copy-Limit.
              PERFORM 090-Copy-Restart-File
                     THRU 092-Restart-File-Copied.

       090-Copy-Restart-File.
              MOVE SPACE TO Ckpt-Copy-Path Ckpt-Command.
              IF Ckpt-Copy-To = "D" THEN
                     MOVE "KATYUSHA-DEADLETTER.RESTART"
                            TO Ckpt-Copy-Path
              ELSE
                     MOVE "KATYUSHA-BOXES.RESTART" TO Ckpt-Copy-Path
              END-IF.
              STRING "mv -f " DELIMITED BY SIZE
                     Ckpt-Copy-Path DELIMITED BY ".RESTART"
                     " " DELIMITED BY SIZE
                     TRIM(Ckpt-Copy-Path) DELIMITED BY SIZE
                     " 2>/dev/null" DELIMITED BY SIZE
                     INTO Ckpt-Command
              END-STRING.
              CALL "SYSTEM" USING Ckpt-Command.
              MOVE 0 TO RETURN-CODE.
              IF Ckpt-Copy-To = "D" THEN
                     OPEN OUTPUT KATYUSHA-DEADLETTER
              ELSE
                     OPEN OUTPUT KATYUSHA-BOXES
              END-IF.
              MOVE 0 TO Ckpt-Copy-Done.
              OPEN INPUT RESTART-COPY.
              IF Restart-Copy-Status NOT = "00" THEN
                     GO TO 092-Restart-File-Copied
              END-IF.
       091-Copy-Restart-Line.
              IF Ckpt-Copy-Done >= Ckpt-Copy-Limit THEN
                     CLOSE RESTART-COPY
                     GO TO 092-Restart-File-Copied
              END-IF.
              READ RESTART-COPY
                     AT END
                         CLOSE RESTART-COPY
                         GO TO 092-Restart-File-Copied
              END-READ.
              IF Ckpt-Copy-To = "D" THEN
                     MOVE RESTART-COPY-RECORD TO DEADLETTER-RECORD
                     WRITE DEADLETTER-RECORD
              ELSE
                     MOVE RESTART-COPY-RECORD TO KATYUSHA-BOXES-RECORD
                     WRITE KATYUSHA-BOXES-RECORD
              END-IF.
              ADD 1 TO Ckpt-Copy-Done.
              GO TO 091-Copy-Restart-Line.
      *> 再開点の件数に足りなければ箱の件数もトレーラも合わなく
      *> なるので続けない
       092-Restart-File-Copied.
              IF Ckpt-Copy-Done < Ckpt-Copy-Limit THEN
                     MOVE Ckpt-Copy-Done TO Ckpt-Z
                     DISPLAY "KAT-001 ERROR: ONLY " TRIM(Ckpt-Z)
                            " RECORD(S) OF " TRIM(Ckpt-Copy-Path)
                            " RECOVERED FOR RESTART,"
                            " RUN THE RECOVERY PATH"
                     MOVE "KAT-001" TO Err-Code
                     MOVE "E" TO Err-Severity
                     MOVE "RESTART COPY SHORT OF CHECKPOINT COUNT"
                            TO Err-Text
                     MOVE Ckpt-Copy-Path TO Err-Input
                     PERFORM Write-Error-Log
                     PERFORM Release-All-Resources
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.

      *> 保留中の引当から在庫と置き場の残高を再開点の状態へ戻す
      *> (移動ごとの残高は引当後の値なので、後の移動が勝つ)
       078-Restore-Stock.
              PERFORM VARYING PM-Idx FROM 1 BY 1 UNTIL PM-Idx > PM-Count
                     MOVE 0 TO Stock-Found
                     PERFORM VARYING Stock-Idx FROM 1 BY 1
                     UNTIL Stock-Idx > Stock-Count
                            IF st-code(Stock-Idx) = pm-part(PM-Idx) THEN
                                   MOVE Stock-Idx TO Stock-Found
                            END-IF
                     END-PERFORM
                     IF Stock-Found > 0 THEN
                            MOVE pm-bal(PM-Idx)
                                   TO st-onhand(Stock-Found)
                     END-IF
                     IF pm-loc(PM-Idx) NOT = SPACE THEN
                            MOVE pm-part(PM-Idx) TO Loc-Part
                            MOVE pm-loc(PM-Idx) TO Loc-Code
                            PERFORM Find-Stock-Location
                            IF LC-Found > 0 THEN
                                   MOVE pm-loc-bal(PM-Idx)
                                          TO lc-onhand(LC-Found)
                                   MOVE "Y" TO Loc-Changed
                            END-IF
                     END-IF
              END-PERFORM.

      *> 再開点までの行を読み飛ばす (トレーラ行なら控えておく)
       079-Skip-To-Checkpoint.
              MOVE 0 TO Order-Line-No.
              PERFORM Ckpt-Skip TIMES
                     READ ORDERS-IN
                            AT END
                                CONTINUE
                            NOT AT END
                                ADD 1 TO Order-Line-No
                                MOVE ORDERS-IN-RECORD TO Trl-Line
                                PERFORM Check-Trailer-Record
                     END-READ
              END-PERFORM.
              IF Order-Line-No < Ckpt-Skip THEN
                     DISPLAY "WARNING: ORDERS-IN ENDS BEFORE THE"
                            " CHECKPOINT POSITION"
              END-IF.
              MOVE Order-Line-No TO Ckpt-Z.
              DISPLAY "RESTART FROM KATYUSHA-CHECKPOINT AT LINE "
                     TRIM(Ckpt-Z).

      *> バッチ完了で再開点を空にする (空の再開点も封印する)
       093-Clear-Checkpoint.
              OPEN OUTPUT KATYUSHA-CHECKPOINT.
              CLOSE KATYUSHA-CHECKPOINT.
              MOVE "KATYUSHA-CHECKPOINT" TO Seal-Name.
              MOVE 0 TO Seal-Count Seal-Total.
              PERFORM Write-File-Seal THRU Write-File-Seal-End.

       COPY REPORTPD.
       COPY ARBALPD.
       COPY STOCKPD REPLACING ==STOP RUN==
                     BY ==PERFORM Release-All-Resources STOP RUN==.
       COPY SEALPD.
       COPY STKMOVPD.
       COPY STKLOCPD REPLACING ==STOP RUN==
                     BY ==PERFORM Release-All-Resources STOP RUN==.
       COPY ALERTQPD.
       COPY PARSE2PD.
       COPY RUNHISTPD.
       COPY TRAILERPD.
       COPY DAILYTOTPD.
       COPY ORDMSTPD.
       COPY CONFIGPD.
       COPY ERRLOGPD.
       COPY ENQPD.
       END PROGRAM MAIN.
