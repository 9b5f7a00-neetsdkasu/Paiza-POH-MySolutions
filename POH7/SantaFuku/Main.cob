                     ASSIGN TO DYNAMIC Manifest-Path
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Manifest-Status.
              SELECT OPTIONAL PACKAGING-PARTS
                     ASSIGN TO "PACKAGING-PARTS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Packaging-Status.
              SELECT OPTIONAL PURCHASE-REQUESTS
                     ASSIGN TO "PURCHASE-REQUESTS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Purchase-Req-Status.
       COPY RUNHISTSL.
       COPY MANLOGSL.
       COPY STOCKSL.
       COPY SEALSL.
       COPY STKMOVSL.
       COPY STKLOCSL.
       COPY REORDPTSL.
       COPY ENQSL.
       DATA DIVISION.
       FILE SECTION.
       FD  SANTAFUKU-TRACE.
              01 CARRIER-RATES-RECORD PIC X(40).
       FD  CARRIER-MANIFEST.
              01 CARRIER-MANIFEST-RECORD PIC X(80).
       FD  PACKAGING-PARTS.
              01 PACKAGING-PARTS-RECORD PIC X(40).
       FD  PURCHASE-REQUESTS.
              01 PURCHASE-REQUESTS-RECORD PIC X(60).
       COPY RUNHISTFD.
       COPY MANLOGFD.
       COPY STOCKFD.
       COPY SEALFD.
       COPY STKMOVFD.
       COPY STKLOCFD.
       COPY REORDPTFD.
       COPY ENQFD.
       WORKING-STORAGE SECTION.
       COPY RUNHISTWS.
       COPY STOCKWS.
       COPY SEALWS.
       COPY STKMOVWS.
       COPY STKLOCWS.
       COPY REORDPTWS.
       COPY ENQWS.
              01 Material-Status PIC XX.
              01 Quotes-Status PIC XX.
              01 Rejects-Status PIC XX.
                     05 quote-ptr    PIC 9(3).
              01 Carrier-Status PIC XX.
              01 Manifest-Status PIC XX.
              01 Manifest-Log-Status PIC XX.
              01 Carrier-Values.
                     05 Manifest-Path PIC X(40).
                     05 car-count  PIC 99 VALUE 0.
                            10 car-code  PIC X(8).
                            10 car-limit PIC 9(7).
                            10 car-rate  PIC 9(7)V99.
                            10 car-from  PIC 9(8).
                     05 car-lim-tok  PIC X(12).
                     05 car-rate-tok PIC X(12).
                     05 car-from-tok PIC X(12).
                     05 Ship-Date    PIC 9(8).
                     05 Manifest-Ref PIC X(16).
                     05 dim-weight   PIC 9(9).
                     05 vis-count    PIC 99 VALUE 0.
                     05 vis-idx      PIC 99.
                            10 vis-code  PIC X(8).
                            10 vis-limit PIC 9(7).
                            10 vis-rate  PIC 9(7)V99.
                            10 vis-from  PIC 9(8).
                     05 best-car     PIC X(8).
                     05 best-rate    PIC 9(7)V99.
                     05 freight-tot  PIC 9(11)V99 VALUE 0.
                     05 rate-dsp     PIC Z(6)9.99.
                     05 wt-dsp       PIC Z(8)9.
                     05 Quotes-Open  PIC X VALUE "N".
              01 Packaging-Status PIC XX.
              01 Purchase-Req-Status PIC XX.
      *> 資材コードごとの梱包部品 ("material part [units-per-box]")。
      *> 最安資材が決まるたびに在庫から引き、消費移動を保留する
              01 Packaging-Values.
                     05 pkg-count    PIC 99 VALUE 0.
                     05 pkg-idx      PIC 99.
                     05 pkg-jdx      PIC 99.
                     05 pkg-found    PIC 99.
                     05 pkg-table OCCURS 10 TIMES.
                            10 pkg-mat  PIC X(8).
                            10 pkg-part PIC X(10).
                            10 pkg-qty  PIC 9(5).
                            10 pkg-used PIC 9(9).
                     05 pkg-qty-tok  PIC X(12).
                     05 pkg-take     PIC 9(9).
                     05 pkg-short    PIC 9(9).
                     05 pkg-run      PIC 9(9).
                     05 pkg-reorder  PIC 9(9).
                     05 pkg-req-cnt  PIC 9(3) VALUE 0.
                     05 pkg-changed  PIC X VALUE "N".
                     05 pkg-claimed  PIC X VALUE "N".
                     05 pkg-z        PIC Z(8)9.
                     05 pkg-z2       PIC Z(8)9.
                     05 pkg-z3       PIC Z(8)9.
                     05 PC-Count PIC 9(3) VALUE 0.
                     05 PC-Idx   PIC 9(3).
                     05 PC-Table OCCURS 500 TIMES.
                            10 pc-part PIC X(10).
                            10 pc-qty  PIC 9(9).
                            10 pc-bal  PIC 9(9).
                            10 pc-cost PIC 9(7)V9(4).
                            10 pc-ref  PIC X(10).
                            10 pc-loc  PIC X(6).
                            10 pc-loc-bal PIC 9(9).
              01 Trace-Status PIC XX.
              01 Trace-Values.
                     05 trace-val PIC Z(15).
              MOVE "SANTAFUKU" TO Run-Hist-Program.
              PERFORM 010-Load-Materials THRU 012-Materials-Loaded.
              PERFORM 015-Load-Carriers THRU 017-Carriers-Loaded.
              PERFORM 090-Load-Packaging THRU 092-Packaging-Loaded.
              IF pkg-count > 0 THEN
                     PERFORM 093-Load-Packaging-Stock
              END-IF.
              OPEN OUTPUT SANTAFUKU-TRACE.
              IF mat-count > 0 OR car-count > 0 THEN
                     OPEN OUTPUT SANTAFUKU-QUOTES
              DISPLAY "ACCEPTED SHIPMENTS: " TRIM(Count-Z).
              MOVE Reject-Count TO Count-Z.
              DISPLAY "REJECTED SHIPMENTS: " TRIM(Count-Z).
              IF pkg-changed = "Y" THEN
                     PERFORM 096-Post-Packaging
              END-IF.
              IF pkg-claimed = "Y" THEN
                     PERFORM Release-Resource
              END-IF.
              MOVE Reject-Count TO Run-Hist-Reject.
              PERFORM Write-Run-History.
              STOP RUN.
              MOVE "SANTAFUKU" TO Run-Hist-Program.
              PERFORM 010-Load-Materials THRU 012-Materials-Loaded.
              PERFORM 015-Load-Carriers THRU 017-Carriers-Loaded.
              PERFORM 090-Load-Packaging THRU 092-Packaging-Loaded.
              IF pkg-count > 0 THEN
                     PERFORM 093-Load-Packaging-Stock
              END-IF.
              MOVE "Y" TO batch-mode.
              OPEN OUTPUT SANTAFUKU-TRACE.
              IF mat-count > 0 OR car-count > 0 THEN
              END-STRING.
              WRITE QUOTES-RECORD.
              DISPLAY TRIM(QUOTES-RECORD).
              IF pkg-count > 0 AND best-code NOT = SPACE THEN
                     PERFORM 094-Consume-Packaging
                            THRU 094-Consume-Packaging-End
              END-IF.

       030-Close-Quotes.
              IF mat-count > 0 THEN
                     CLOSE SANTAFUKU-QUOTES
              END-IF.

      *> 運送会社料金表 ("carrier bracket-limit rate [from]") の読込。
      *> bracket-limit は容積重量 (容積/5000 切り上げ) の上限。
      *> from (yyyymmdd) は料金の適用開始日で、省略時は常に有効。
      *> 適用前の行は読み飛ばす
       015-Load-Carriers.
              ACCEPT Ship-Date FROM DATE YYYYMMDD.
              OPEN INPUT CARRIER-RATES.
              IF Carrier-Status NOT = "00" THEN
                     IF Carrier-Status = "05" THEN
                     GO TO 016-Read-Carrier
              END-IF.
              ADD 1 TO car-count.
              MOVE SPACE TO car-lim-tok car-rate-tok car-from-tok.
              UNSTRING CARRIER-RATES-RECORD DELIMITED BY ALL " "
                     INTO car-code(car-count) car-lim-tok
                          car-rate-tok car-from-tok.
              IF TRIM(car-lim-tok) IS NOT NUMERIC
              OR car-rate-tok = SPACE THEN
                     DISPLAY "WARNING: BAD CARRIER RATE SKIPPED: "
                     TO car-limit(car-count).
              MOVE NUMVAL(TRIM(car-rate-tok))
                     TO car-rate(car-count).
              MOVE 0 TO car-from(car-count).
              IF TRIM(car-from-tok) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(car-from-tok))
                            TO car-from(car-count)
              END-IF.
              IF car-from(car-count) > Ship-Date THEN
                     SUBTRACT 1 FROM car-count
              END-IF.
              GO TO 016-Read-Carrier.
       017-Carriers-Loaded.
              EXIT.
                                   TO vis-limit(vis-found)
                            MOVE car-rate(car-idx)
                                   TO vis-rate(vis-found)
                            MOVE car-from(car-idx)
                                   TO vis-from(vis-found)
                     END-IF
              ELSE
      *> 同じブラケットが複数あれば適用開始日の新しい料金
                     IF car-limit(car-idx) < vis-limit(vis-found)
                     OR (car-limit(car-idx) = vis-limit(vis-found)
                     AND car-from(car-idx) > vis-from(vis-found))
                     THEN
                            MOVE car-limit(car-idx)
                                   TO vis-limit(vis-found)
                            MOVE car-rate(car-idx)
                                   TO vis-rate(vis-found)
                            MOVE car-from(car-idx)
                                   TO vis-from(vis-found)
                     END-IF
              END-IF.

                     OPEN EXTEND CARRIER-MANIFEST
              END-IF.
              MOVE dim-weight TO wt-dsp.
      *> 運送会社の請求と照合する参照番号: SF + 出荷日 + 出荷番号
              MOVE SPACE TO Manifest-Ref.
              STRING "SF" Ship-Date Run-Hist-Read(6:5)
                     DELIMITED BY SIZE INTO Manifest-Ref
              END-STRING.
              MOVE SPACE TO CARRIER-MANIFEST-RECORD.
              STRING "SHIPMENT " DELIMITED BY SIZE
                     TRIM(ship-no-z) DELIMITED BY SIZE
                     TRIM(show) DELIMITED BY SIZE
                     " WEIGHT " DELIMITED BY SIZE
                     TRIM(wt-dsp) DELIMITED BY SIZE
                     " REF " DELIMITED BY SIZE
                     TRIM(Manifest-Ref) DELIMITED BY SIZE
                     INTO CARRIER-MANIFEST-RECORD
              END-STRING.
              WRITE CARRIER-MANIFEST-RECORD.
              CLOSE CARRIER-MANIFEST.
              OPEN EXTEND MANIFEST-LOG.
              MOVE SPACE TO MANIFEST-LOG-RECORD.
              MOVE Ship-Date TO ML-DATE.
              MOVE best-car TO ML-CARRIER.
              MOVE Manifest-Ref TO ML-REF.
              MOVE dim-weight TO ML-WEIGHT.
              MOVE best-rate TO ML-QUOTED.
              MOVE "SANTAFUKU" TO ML-SOURCE.
              WRITE MANIFEST-LOG-RECORD.
              CLOSE MANIFEST-LOG.

      *> 出荷1件の箱と宛先を集約表へ記録し、明細をトレースへ残す
       070-Note-Consol-Shipment.
                     END-IF
              END-PERFORM.

      *> 梱包部品表 ("material part [units-per-box]") 読込。
      *> 箱あたり数量の省略は 1。ファイルがなければ消費しない
       090-Load-Packaging.
              OPEN INPUT PACKAGING-PARTS.
              IF Packaging-Status NOT = "00" THEN
                     IF Packaging-Status = "05" THEN
                            CLOSE PACKAGING-PARTS
                     END-IF
                     GO TO 092-Packaging-Loaded
              END-IF.
       091-Read-Packaging.
              READ PACKAGING-PARTS
                     AT END
                         CLOSE PACKAGING-PARTS
                         GO TO 092-Packaging-Loaded
              END-READ.
              IF PACKAGING-PARTS-RECORD = SPACE
              OR PACKAGING-PARTS-RECORD(1:1) = "*" THEN
                     GO TO 091-Read-Packaging
              END-IF.
              IF pkg-count >= 10 THEN
                     DISPLAY "ERROR: PACKAGING-PARTS EXCEEDS 10 ROWS"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO pkg-count.
              MOVE SPACE TO pkg-qty-tok.
              UNSTRING PACKAGING-PARTS-RECORD DELIMITED BY ALL " "
                     INTO pkg-mat(pkg-count) pkg-part(pkg-count)
                          pkg-qty-tok.
              IF pkg-part(pkg-count) = SPACE THEN
                     DISPLAY "WARNING: BAD PACKAGING RECORD SKIPPED: "
                            TRIM(PACKAGING-PARTS-RECORD)
                     SUBTRACT 1 FROM pkg-count
                     GO TO 091-Read-Packaging
              END-IF.
              MOVE 1 TO pkg-qty(pkg-count).
              IF pkg-qty-tok NOT = SPACE THEN
                     IF TEST-NUMVAL(TRIM(pkg-qty-tok)) NOT = 0 THEN
                            DISPLAY "WARNING: BAD PACKAGING RECORD"
                                   " SKIPPED: "
                                   TRIM(PACKAGING-PARTS-RECORD)
                            SUBTRACT 1 FROM pkg-count
                            GO TO 091-Read-Packaging
                     END-IF
                     MOVE NUMVAL(TRIM(pkg-qty-tok))
                            TO pkg-qty(pkg-count)
              END-IF.
              MOVE 0 TO pkg-used(pkg-count).
              GO TO 091-Read-Packaging.
       092-Packaging-Loaded.
              EXIT.

      *> 梱包部品を引くための在庫マスタ・置き場・発注点の読込
      *> (置き場は在庫マスタの手持ちに合わせておく)
       093-Load-Packaging-Stock.
              MOVE "SANTAFUKU" TO Move-Program.
      *> 読込から 096 の書き戻しまで STOCK-MASTER を占有する
              MOVE "SANTAFUKU" TO Enq-Program.
              MOVE "STOCK-MASTER" TO Enq-Resource.
              MOVE "EXCL" TO Enq-Mode.
              PERFORM Acquire-Resource THRU Acquire-Resource-End.
              MOVE "Y" TO pkg-claimed.
              PERFORM Load-Stock-Table THRU Load-Stock-Table-End.
              IF Stock-Count = 0 THEN
                     DISPLAY "WARNING: STOCK-MASTER IS EMPTY OR"
                            " ABSENT, PACKAGING NOT CONSUMED"
                     MOVE 0 TO pkg-count
              ELSE
                     PERFORM Load-Stock-Locations
                            THRU Load-Stock-Locations-End
                     PERFORM VARYING Stock-Idx FROM 1 BY 1
                     UNTIL Stock-Idx > Stock-Count
                            MOVE st-code(Stock-Idx) TO Loc-Part
                            MOVE st-onhand(Stock-Idx) TO Loc-Total
                            PERFORM Match-Part-Locations
                                   THRU Match-Part-Locations-End
                     END-PERFORM
                     PERFORM Load-Reorder-Points
                            THRU Load-Reorder-Points-End
              END-IF.

      *> 最安資材 best-code の梱包部品を出荷1件ぶん在庫から引く。
      *> 手持ち不足は警告して有るだけ引き、置き場ごとに移動を保留
      *> (書き出しは 096 で在庫の書き戻しのあと)
       094-Consume-Packaging.
              MOVE 0 TO pkg-found.
              PERFORM VARYING pkg-idx FROM 1 BY 1
              UNTIL pkg-idx > pkg-count OR pkg-found > 0
                     IF pkg-mat(pkg-idx) = best-code THEN
                            MOVE pkg-idx TO pkg-found
                     END-IF
              END-PERFORM.
              IF pkg-found = 0 THEN
                     GO TO 094-Consume-Packaging-End
              END-IF.
              MOVE 0 TO Stock-Found.
              PERFORM VARYING Stock-Idx FROM 1 BY 1
              UNTIL Stock-Idx > Stock-Count OR Stock-Found > 0
                     IF st-code(Stock-Idx) = pkg-part(pkg-found) THEN
                            MOVE Stock-Idx TO Stock-Found
                     END-IF
              END-PERFORM.
              IF Stock-Found = 0 THEN
                     DISPLAY "WARNING: PACKAGING PART "
                            TRIM(pkg-part(pkg-found))
                            " NOT IN STOCK-MASTER, SHIPMENT "
                            TRIM(ship-no-z) " NOT CONSUMED"
                     GO TO 094-Consume-Packaging-End
              END-IF.
              MOVE pkg-qty(pkg-found) TO pkg-take.
              IF st-onhand(Stock-Found) < pkg-take THEN
                     COMPUTE pkg-short =
                            pkg-take - st-onhand(Stock-Found)
                     MOVE pkg-short TO pkg-z
                     DISPLAY "WARNING: PACKAGING PART "
                            TRIM(pkg-part(pkg-found)) " SHORT BY "
                            TRIM(pkg-z) " ON SHIPMENT "
                            TRIM(ship-no-z)
                     MOVE st-onhand(Stock-Found) TO pkg-take
              END-IF.
              IF pkg-take = 0 THEN
                     GO TO 094-Consume-Packaging-End
              END-IF.
              SUBTRACT pkg-take FROM st-onhand(Stock-Found).
              ADD pkg-take TO pkg-used(pkg-found).
              MOVE "Y" TO pkg-changed.
              MOVE pkg-part(pkg-found) TO Loc-Part.
              MOVE SPACE TO Loc-Code.
              MOVE pkg-take TO Loc-Qty.
              PERFORM Take-From-Locations
                     THRU Take-From-Locations-End.
              COMPUTE pkg-run = st-onhand(Stock-Found) + pkg-take.
              PERFORM VARYING Pick-Idx FROM 1 BY 1
              UNTIL Pick-Idx > Pick-Count
                     SUBTRACT pk-qty(Pick-Idx) FROM pkg-run
                     PERFORM 095-Hold-Consumption
              END-PERFORM.
      *> 置き場に載っていない残り (取り先の上限超え) は置き場なし
              IF Loc-Left > 0 THEN
                     MOVE Loc-Left TO pkg-take
                     SUBTRACT Loc-Left FROM pkg-run
                     PERFORM 095-Hold-Consumption
              END-IF.
       094-Consume-Packaging-End.
              EXIT.

       095-Hold-Consumption.
              IF PC-Count >= 500 THEN
                     DISPLAY "WARNING: MORE THAN 500 PACKAGING"
                            " MOVEMENTS, EXTRA NOT LEDGERED"
              ELSE
                     ADD 1 TO PC-Count
                     MOVE pkg-part(pkg-found) TO pc-part(PC-Count)
                     MOVE pkg-run TO pc-bal(PC-Count)
                     MOVE st-cost(Stock-Found) TO pc-cost(PC-Count)
                     MOVE SPACE TO pc-ref(PC-Count)
                     STRING "SF" DELIMITED BY SIZE
                            Run-Hist-Read(6:5) DELIMITED BY SIZE
                            INTO pc-ref(PC-Count)
                     END-STRING
                     IF Pick-Idx > Pick-Count THEN
                            MOVE pkg-take TO pc-qty(PC-Count)
                            MOVE SPACE TO pc-loc(PC-Count)
                            MOVE 0 TO pc-loc-bal(PC-Count)
                     ELSE
                            MOVE pk-qty(Pick-Idx) TO pc-qty(PC-Count)
                            MOVE pk-loc(Pick-Idx) TO pc-loc(PC-Count)
                            MOVE pk-bal(Pick-Idx)
                                   TO pc-loc-bal(PC-Count)
                     END-IF
              END-IF.

      *> ラン終了時: 在庫と置き場を書き戻してから消費移動を台帳へ。
      *> 発注点を割った梱包部品は Tareme と同じ形式で発注依頼へ追記
       096-Post-Packaging.
              PERFORM Save-Stock-Table THRU Save-Stock-Table-End.
              IF Loc-Changed = "Y" THEN
                     PERFORM Save-Stock-Locations
              END-IF.
              IF PC-Count > 0 THEN
                     MOVE "CONSUME" TO Move-Type
                     MOVE "-" TO Move-Sign
                     PERFORM WITH TEST AFTER
                     VARYING PC-Idx FROM 1 BY 1
                     UNTIL PC-Idx >= PC-Count
                            MOVE pc-part(PC-Idx) TO Move-Part
                            MOVE pc-qty(PC-Idx) TO Move-Qty
                            MOVE pc-bal(PC-Idx) TO Move-Balance
                            MOVE pc-cost(PC-Idx) TO Move-Unit-Cost
                            MOVE pc-ref(PC-Idx) TO Move-Ref
                            MOVE pc-loc(PC-Idx) TO Move-Loc
                            MOVE pc-loc-bal(PC-Idx) TO Move-Loc-Balance
                            PERFORM Write-Stock-Movement
                     END-PERFORM
              END-IF.
              OPEN EXTEND PURCHASE-REQUESTS.
              PERFORM 097-Request-Packaging
                     THRU 097-Request-Packaging-End
                     VARYING pkg-idx FROM 1 BY 1
                     UNTIL pkg-idx > pkg-count.
              CLOSE PURCHASE-REQUESTS.
              MOVE pkg-req-cnt TO Count-Z.
              DISPLAY "PACKAGING REORDERS: " TRIM(Count-Z).

      *> 消費した梱包部品1件: 消費量を表示し、手持ちが発注点以下
      *> なら発注依頼を書く (同じ部品は最初の行でだけ扱う)
       097-Request-Packaging.
              IF pkg-used(pkg-idx) = 0 THEN
                     GO TO 097-Request-Packaging-End
              END-IF.
              MOVE 0 TO pkg-found.
              PERFORM VARYING pkg-jdx FROM 1 BY 1
              UNTIL pkg-jdx >= pkg-idx OR pkg-found > 0
                     IF pkg-part(pkg-jdx) = pkg-part(pkg-idx)
                     AND pkg-used(pkg-jdx) > 0 THEN
                            MOVE pkg-jdx TO pkg-found
                     END-IF
              END-PERFORM.
              MOVE pkg-used(pkg-idx) TO pkg-z.
              DISPLAY "PACKAGING CONSUMED " TRIM(pkg-part(pkg-idx))
                     " " TRIM(pkg-z).
              IF pkg-found > 0 THEN
                     GO TO 097-Request-Packaging-End
              END-IF.
              MOVE 0 TO Stock-Found.
              PERFORM VARYING Stock-Idx FROM 1 BY 1
              UNTIL Stock-Idx > Stock-Count OR Stock-Found > 0
                     IF st-code(Stock-Idx) = pkg-part(pkg-idx) THEN
                            MOVE Stock-Idx TO Stock-Found
                     END-IF
              END-PERFORM.
              MOVE pkg-part(pkg-idx) TO Rop-Part.
              PERFORM Find-Reorder-Point.
              IF Stock-Found = 0 OR RP-Found = 0 THEN
                     GO TO 097-Request-Packaging-End
              END-IF.
              IF rp-t-point(RP-Found) = 0
              OR st-onhand(Stock-Found) > rp-t-point(RP-Found) THEN
                     GO TO 097-Request-Packaging-End
              END-IF.
              COMPUTE pkg-reorder = rp-t-point(RP-Found)
                     - st-onhand(Stock-Found) + rp-t-qty(RP-Found).
              ADD 1 TO pkg-req-cnt.
              MOVE st-onhand(Stock-Found) TO pkg-z.
              MOVE rp-t-point(RP-Found) TO pkg-z2.
              MOVE pkg-reorder TO pkg-z3.
              MOVE SPACE TO PURCHASE-REQUESTS-RECORD.
              STRING "PART " DELIMITED BY SIZE
                     TRIM(pkg-part(pkg-idx)) DELIMITED BY SIZE
                     " STOCK " DELIMITED BY SIZE
                     TRIM(pkg-z) DELIMITED BY SIZE
                     " NEED " DELIMITED BY SIZE
                     TRIM(pkg-z2) DELIMITED BY SIZE
                     " REORDER " DELIMITED BY SIZE
                     TRIM(pkg-z3) DELIMITED BY SIZE
                     INTO PURCHASE-REQUESTS-RECORD
              END-STRING.
              WRITE PURCHASE-REQUESTS-RECORD.
              DISPLAY TRIM(PURCHASE-REQUESTS-RECORD).
       097-Request-Packaging-End.
              EXIT.

       COPY RUNHISTPD.
       COPY STOCKPD REPLACING ==STOP RUN==
                     BY ==PERFORM Release-All-Resources STOP RUN==.
       COPY SEALPD.
       COPY STKMOVPD.
       COPY STKLOCPD REPLACING ==STOP RUN==
                     BY ==PERFORM Release-All-Resources STOP RUN==.
       COPY REORDPTPD REPLACING ==STOP RUN==
                     BY ==PERFORM Release-All-Resources STOP RUN==.
       COPY ENQPD.
       END PROGRAM Main.
