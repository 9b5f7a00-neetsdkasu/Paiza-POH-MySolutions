              FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY KBOXSL.
              SELECT OPTIONAL MATERIAL-COSTS
                     ASSIGN TO "MATERIAL-COSTS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Material-Status.
              SELECT OPTIONAL CARRIER-RATES
                     ASSIGN TO "CARRIER-RATES"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Carrier-Status.
              SELECT KATYUSHA-MANIFEST
                     ASSIGN TO DYNAMIC Manifest-Path
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Manifest-Status.
       COPY KFRTSL.
       COPY MANLOGSL.
       COPY RUNHISTSL.
       COPY DAILYTOTSL.
       COPY CONFIGSL.
       COPY ORDMSTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY KBOXFD.
       FD  MATERIAL-COSTS.
              01 MATERIAL-COSTS-RECORD PIC X(60).
       FD  CARRIER-RATES.
              01 CARRIER-RATES-RECORD PIC X(40).
       FD  KATYUSHA-MANIFEST.
              01 KATYUSHA-MANIFEST-RECORD PIC X(80).
       COPY KFRTFD.
       COPY MANLOGFD.
       COPY RUNHISTFD.
       COPY DAILYTOTFD.
       COPY CONFIGFD.
       COPY ORDMSTFD.
       WORKING-STORAGE SECTION.
       COPY RUNHISTWS.
       COPY DAILYTOTWS.
       COPY CONFIGWS.
       COPY ORDMSTWS.
       01 Boxes-Status PIC XX.
       01 Material-Status PIC XX.
       01 Carrier-Status PIC XX.
       01 Manifest-Status PIC XX.
       01 Freight-Status PIC XX.
       01 Manifest-Log-Status PIC XX.
       01 Material-Values.
              05 mat-count  PIC 99 VALUE 0.
              05 mat-idx    PIC 99.
                     10 mat-min  PIC 9(9)V99.
              05 mat-rate-tok PIC X(15).
              05 mat-min-tok  PIC X(15).
      *> 運送会社料金表とマニフェスト (SantaFuku と同じ形式)
       01 Carrier-Values.
              05 Manifest-Path PIC X(40).
              05 car-count  PIC 99 VALUE 0.
              05 car-idx    PIC 99.
              05 car-table OCCURS 50 TIMES.
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
              05 vis-found    PIC 99.
              05 vis-entry OCCURS 10 TIMES.
                     10 vis-code  PIC X(8).
                     10 vis-limit PIC 9(7).
                     10 vis-rate  PIC 9(7)V99.
                     10 vis-from  PIC 9(8).
              05 best-car     PIC X(8).
              05 best-rate    PIC 9(7)V99.
              05 man-count    PIC 99 VALUE 0.
              05 man-idx      PIC 99.
              05 man-found    PIC 99.
              05 man-code     PIC X(8) OCCURS 10 TIMES.
              05 wt-dsp       PIC Z(8)9.
              05 vol-dsp      PIC Z(10)9.
       01 Costing-Values.
              05 Unit-Volume PIC 9(5) VALUE 100.
              05 cf-volume   PIC 9(11).
              05 cf-tot-z    PIC Z(12)9.99.
              05 cf-cnt-z    PIC Z(5)9.
              05 cf-whole    PIC 9(13).
              05 fr-total    PIC 9(13)V99 VALUE 0.
              05 fr-orders   PIC 9(6) VALUE 0.
              05 fr-none     PIC 9(6) VALUE 0.
              05 fr-z        PIC Z(6)9.99.
              05 fr-whole    PIC 9(13).
       01 Customer-Cost-Values.
              05 CC-Count PIC 99 VALUE 0.
              05 CC-Idx   PIC 99.
                     10 cc-code   PIC X(10).
                     10 cc-orders PIC 9(6).
                     10 cc-cost   PIC 9(13)V99.
                     10 cc-freight PIC 9(13)V99.
      *> 出荷した受注。トレーラまで読めた箱ファイルのときだけ
      *> 受注マスタを出荷済みにする
       01 Shipped-Order-Values.
              05 SO-Count   PIC 9(4) VALUE 0.
              05 SO-Idx     PIC 9(4).
              05 SO-Trailer PIC X VALUE "N".
              05 SO-Table OCCURS 1000 TIMES.
                     10 so-order PIC X(10).
                     10 so-qty   PIC 9(5).
                     10 so-mat   PIC X(8).
                     10 so-car   PIC X(8).
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              MOVE "FULFILLMENT" TO Run-Hist-Program.
              MOVE "FULFILLMENT" TO Config-Program Ord-Program.
              PERFORM Load-Config-Master THRU Load-Config-Master-End.
              MOVE "KATYUSHA-UNIT-VOLUME" TO Config-Param-Name.
              MOVE "100" TO Config-Param-Value.
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              PERFORM 015-Load-Carriers THRU 017-Carriers-Loaded.
              IF car-count = 0 THEN
                     DISPLAY "WARNING: CARRIER-RATES IS EMPTY OR"
                            " ABSENT, NO FREIGHT QUOTED"
              END-IF.
              OPEN INPUT KATYUSHA-BOXES.
              IF Boxes-Status NOT = "00" THEN
                     IF Boxes-Status = "05" THEN
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              OPEN OUTPUT KATYUSHA-FREIGHT.
              DISPLAY "FULFILLMENT COSTING:".
       020-Read-Box.
              READ KATYUSHA-BOXES
                     AT END
                         GO TO 030-Show-Costing-Report
              END-READ.
              IF KATYUSHA-BOXES-RECORD(1:8) = "TRAILER " THEN
                     MOVE "Y" TO SO-Trailer
                     GO TO 020-Read-Box
              END-IF.
      *> 箱容積 = 数量 x 単位容積。最安資材で箱の原価を見積もる
              COMPUTE cf-volume = KB-UNITS * Unit-Volume.
              MOVE 0 TO cf-best.
              END-PERFORM.
              ADD cf-best TO cf-total.
              ADD 1 TO cf-orders.
      *> 出荷する受注だけ運送会社を選んで運賃を見積もる
              MOVE SPACE TO best-car.
              MOVE 0 TO best-rate.
              IF KB-ALLOC > 0 AND car-count > 0 THEN
                     PERFORM 025-Quote-Carriers
                            THRU 025-Quote-Carriers-End
              END-IF.
              PERFORM 040-Rollup-Customer-Cost.
              IF KB-ALLOC > 0 THEN
                     PERFORM 045-Hold-Shipped-Order
              END-IF.
              MOVE cf-best TO cf-cost-z.
              IF best-car = SPACE THEN
                     DISPLAY "  ORDER " KB-ORDER " CUST " KB-CUST
                            " MATERIAL " TRIM(cf-best-cd)
                            " COST " TRIM(cf-cost-z)
              ELSE
                     MOVE best-rate TO fr-z
                     DISPLAY "  ORDER " KB-ORDER " CUST " KB-CUST
                            " MATERIAL " TRIM(cf-best-cd)
                            " COST " TRIM(cf-cost-z)
                            " CARRIER " TRIM(best-car)
                            " FREIGHT " TRIM(fr-z)
              END-IF.
              GO TO 020-Read-Box.
       030-Show-Costing-Report.
              CLOSE KATYUSHA-BOXES.
              CLOSE KATYUSHA-FREIGHT.
              IF SO-Trailer = "Y" THEN
                     PERFORM 050-Post-Shipped-Orders
              ELSE
                     DISPLAY "WARNING: KATYUSHA-BOXES HAS NO TRAILER,"
                            " ORDER-MASTER NOT SET TO SHIPPED"
              END-IF.
              DISPLAY "COST OF FULFILLMENT PER CUSTOMER:".
              IF CC-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     UNTIL CC-Idx >= CC-Count
                            MOVE cc-orders(CC-Idx) TO cf-cnt-z
                            MOVE cc-cost(CC-Idx) TO cf-tot-z
                            MOVE cc-freight(CC-Idx) TO cf-cost-z
                            DISPLAY "  " cc-code(CC-Idx)
                                   " ORDERS " TRIM(cf-cnt-z)
                                   " CARTON COST " TRIM(cf-tot-z)
                                   " FREIGHT " TRIM(cf-cost-z)
                     END-PERFORM
              END-IF.
              MOVE cf-total TO cf-tot-z.
              DISPLAY "TOTAL CARTON COST: " TRIM(cf-tot-z).
              MOVE fr-total TO cf-tot-z.
              MOVE fr-orders TO cf-cnt-z.
              DISPLAY "TOTAL FREIGHT: " TRIM(cf-tot-z)
                     " ON " TRIM(cf-cnt-z) " ORDERS".
              IF fr-none > 0 THEN
                     MOVE fr-none TO cf-cnt-z
                     DISPLAY "WARNING: " TRIM(cf-cnt-z)
                            " ORDERS SHIP WITH NO CARRIER QUOTE"
              END-IF.
              MOVE cf-total TO cf-whole.
              MOVE "FULFCOST" TO Daily-Metric.
              MOVE cf-whole TO Daily-Value.
              PERFORM Write-Daily-Total.
              MOVE fr-total TO fr-whole.
              MOVE "FREIGHT" TO Daily-Metric.
              MOVE fr-whole TO Daily-Value.
              PERFORM Write-Daily-Total.
              MOVE cf-orders TO Run-Hist-Read.
              MOVE cf-whole TO Run-Hist-Total.
              PERFORM Write-Run-History.
                            MOVE KB-CUST TO cc-code(CC-Found)
                            MOVE 0 TO cc-orders(CC-Found)
                            MOVE 0 TO cc-cost(CC-Found)
                            MOVE 0 TO cc-freight(CC-Found)
                     END-IF
              END-IF.
              ADD 1 TO cc-orders(CC-Found).
              ADD cf-best TO cc-cost(CC-Found).
              ADD best-rate TO cc-freight(CC-Found).

       045-Hold-Shipped-Order.
              IF SO-Count >= 1000 THEN
                     DISPLAY "WARNING: MORE THAN 1000 ORDERS SHIPPED,"
                            " ORDER " TRIM(KB-ORDER) " NOT POSTED"
              ELSE
                     ADD 1 TO SO-Count
                     MOVE KB-ORDER TO so-order(SO-Count)
                     MOVE KB-ALLOC TO so-qty(SO-Count)
                     MOVE cf-best-cd TO so-mat(SO-Count)
                     MOVE best-car TO so-car(SO-Count)
              END-IF.

       050-Post-Shipped-Orders.
              PERFORM VARYING SO-Idx FROM 1 BY 1
              UNTIL SO-Idx > SO-Count
                     MOVE so-order(SO-Idx) TO Ord-Order
                     MOVE "SHIPPED" TO Ord-Status
                     MOVE so-qty(SO-Idx) TO Ord-Qty
                     IF so-car(SO-Idx) = SPACE THEN
                            STRING "PACKED IN " TRIM(so-mat(SO-Idx))
                                   DELIMITED BY SIZE INTO Ord-Note
                     ELSE
                            STRING "PACKED IN " TRIM(so-mat(SO-Idx))
                                   " VIA " TRIM(so-car(SO-Idx))
                                   DELIMITED BY SIZE INTO Ord-Note
                     END-IF
                     PERFORM Post-Order-Status
                            THRU Post-Order-Status-End
              END-PERFORM.

      *> 資材コスト表 ("code cost-per-unit-volume min-charge") は
      *> SantaFuku と同じ形式を読む
       012-Materials-Loaded.
              EXIT.

      *> 運送会社料金表 ("carrier bracket-limit rate [from]") も
      *> SantaFuku と同じ形式。bracket-limit は容積重量の上限、
      *> from は適用開始日 (省略時は常に有効) で適用前の行は読まない
       015-Load-Carriers.
              ACCEPT Ship-Date FROM DATE YYYYMMDD.
              OPEN INPUT CARRIER-RATES.
              IF Carrier-Status NOT = "00" THEN
                     IF Carrier-Status = "05" THEN
                            CLOSE CARRIER-RATES
                     END-IF
                     GO TO 017-Carriers-Loaded
              END-IF.
       016-Read-Carrier.
              READ CARRIER-RATES
                     AT END
                         CLOSE CARRIER-RATES
                         GO TO 017-Carriers-Loaded
              END-READ.
              IF CARRIER-RATES-RECORD = SPACE
              OR CARRIER-RATES-RECORD(1:1) = "*"
              OR car-count >= 50 THEN
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
                            TRIM(CARRIER-RATES-RECORD)
                     SUBTRACT 1 FROM car-count
                     GO TO 016-Read-Carrier
              END-IF.
              MOVE NUMVAL(TRIM(car-lim-tok))
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

      *> 受注1件の運賃比較は SantaFuku と同じ規則: 容積重量
      *> (箱容積/5000 切り上げ) を覆う各社の最も狭いブラケットの
      *> 料金を比べ、最安の会社を採用して運賃表とマニフェストへ書く
       025-Quote-Carriers.
              COMPUTE dim-weight = (cf-volume + 4999) / 5000.
              MOVE 0 TO vis-count.
              PERFORM WITH TEST AFTER
              VARYING car-idx FROM 1 BY 1 UNTIL car-idx >= car-count
                     IF car-limit(car-idx) >= dim-weight THEN
                            PERFORM 027-Note-Carrier-Bracket
                     END-IF
              END-PERFORM.
              IF vis-count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING vis-idx FROM 1 BY 1
                     UNTIL vis-idx >= vis-count
                            IF best-car = SPACE
                            OR vis-rate(vis-idx) < best-rate THEN
                                   MOVE vis-code(vis-idx)
                                          TO best-car
                                   MOVE vis-rate(vis-idx)
                                          TO best-rate
                            END-IF
                     END-PERFORM
              END-IF.
              IF best-car = SPACE THEN
                     ADD 1 TO fr-none
                     MOVE dim-weight TO wt-dsp
                     DISPLAY "WARNING: ORDER " TRIM(KB-ORDER)
                            " NO CARRIER BRACKET COVERS WEIGHT "
                            TRIM(wt-dsp) ", NO FREIGHT CHARGED"
                     GO TO 025-Quote-Carriers-End
              END-IF.
              ADD best-rate TO fr-total.
              ADD 1 TO fr-orders.
              MOVE SPACE TO KATYUSHA-FREIGHT-RECORD.
              MOVE KB-ORDER TO KF-ORDER.
              MOVE best-car TO KF-CARRIER.
              MOVE dim-weight TO KF-WEIGHT.
              MOVE best-rate TO KF-FREIGHT.
              WRITE KATYUSHA-FREIGHT-RECORD.
              PERFORM 029-Write-Manifest.
       025-Quote-Carriers-End.
              EXIT.

       027-Note-Carrier-Bracket.
              MOVE 0 TO vis-found.
              IF vis-count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING vis-idx FROM 1 BY 1
                     UNTIL vis-idx >= vis-count
                            IF vis-code(vis-idx) =
                               car-code(car-idx) THEN
                                   MOVE vis-idx TO vis-found
                            END-IF
                     END-PERFORM
              END-IF.
              IF vis-found = 0 THEN
                     IF vis-count >= 10 THEN
                            DISPLAY "WARNING: MORE THAN 10"
                                   " CARRIERS, EXTRA IGNORED"
                     ELSE
                            ADD 1 TO vis-count
                            MOVE vis-count TO vis-found
                            MOVE car-code(car-idx)
                                   TO vis-code(vis-found)
                            MOVE car-limit(car-idx)
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

      *> Katyusha の出荷は SantaFuku のマニフェストと混ざらないよう
      *> KATYUSHA-MANIFEST-<carrier> に積む。各社とも今回の実行で
      *> 最初の1件は作り直し、以降は追記
       029-Write-Manifest.
              MOVE SPACE TO Manifest-Path.
              STRING "KATYUSHA-MANIFEST-" DELIMITED BY SIZE
                     TRIM(best-car) DELIMITED BY SIZE
                     INTO Manifest-Path
              END-STRING.
              MOVE 0 TO man-found.
              IF man-count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING man-idx FROM 1 BY 1
                     UNTIL man-idx >= man-count
                            IF man-code(man-idx) = best-car THEN
                                   MOVE man-idx TO man-found
                            END-IF
                     END-PERFORM
              END-IF.
              IF man-found = 0 THEN
                     IF man-count < 10 THEN
                            ADD 1 TO man-count
                            MOVE best-car TO man-code(man-count)
                     END-IF
                     OPEN OUTPUT KATYUSHA-MANIFEST
              ELSE
                     OPEN EXTEND KATYUSHA-MANIFEST
              END-IF.
              MOVE dim-weight TO wt-dsp.
              MOVE cf-volume TO vol-dsp.
              MOVE best-rate TO fr-z.
      *> 運送会社の請求と照合する参照番号: KT + 受注番号
              MOVE SPACE TO Manifest-Ref.
              STRING "KT" TRIM(KB-ORDER)
                     DELIMITED BY SIZE INTO Manifest-Ref
              END-STRING.
              MOVE SPACE TO KATYUSHA-MANIFEST-RECORD.
              STRING "ORDER " DELIMITED BY SIZE
                     TRIM(KB-ORDER) DELIMITED BY SIZE
                     " CUST " DELIMITED BY SIZE
                     TRIM(KB-CUST) DELIMITED BY SIZE
                     " VOLUME " DELIMITED BY SIZE
                     TRIM(vol-dsp) DELIMITED BY SIZE
                     " WEIGHT " DELIMITED BY SIZE
                     TRIM(wt-dsp) DELIMITED BY SIZE
                     " FREIGHT " DELIMITED BY SIZE
                     TRIM(fr-z) DELIMITED BY SIZE
                     " REF " DELIMITED BY SIZE
                     TRIM(Manifest-Ref) DELIMITED BY SIZE
                     INTO KATYUSHA-MANIFEST-RECORD
              END-STRING.
              WRITE KATYUSHA-MANIFEST-RECORD.
              CLOSE KATYUSHA-MANIFEST.
              OPEN EXTEND MANIFEST-LOG.
              MOVE SPACE TO MANIFEST-LOG-RECORD.
              MOVE Ship-Date TO ML-DATE.
              MOVE best-car TO ML-CARRIER.
              MOVE Manifest-Ref TO ML-REF.
              MOVE dim-weight TO ML-WEIGHT.
              MOVE best-rate TO ML-QUOTED.
              MOVE "FULFILLMENT" TO ML-SOURCE.
              WRITE MANIFEST-LOG-RECORD.
              CLOSE MANIFEST-LOG.

       COPY RUNHISTPD.
       COPY DAILYTOTPD.
       COPY CONFIGPD.
       COPY ORDMSTPD.
       END PROGRAM MAIN.
