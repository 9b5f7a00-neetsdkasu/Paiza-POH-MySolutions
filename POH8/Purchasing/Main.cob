                     ASSIGN TO "PURCHASE-REQUESTS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Requests-Status.
       COPY POMSTSL.
              SELECT OPTIONAL PO-CONTROL
                     ASSIGN TO "PO-CONTROL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Po-Control-Status.
              SELECT OPTIONAL RTV-DOCUMENTS
                     ASSIGN TO "RTV-DOCUMENTS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Rtv-Status.
              SELECT OPTIONAL RIO-MATERIALS
                     ASSIGN TO "RIO-MATERIALS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Rio-Mat-Status.
              SELECT OPTIONAL TANK-STATE
                     ASSIGN TO "TANK-STATE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Tank-State-Status.
              SELECT OPTIONAL RIO-JOURNAL
                     ASSIGN TO "RIO-JOURNAL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Journal-Status.
       COPY TANKMSTSL.
       COPY RCPTHOLDSL.
       COPY INSPRESSL.
       COPY SIGNONSL.
       COPY ROLESSL.
       COPY SUPPMSTSL.
       COPY STOCKSL.
       COPY STKMOVSL.
       COPY STKLOCSL.
       COPY SEALSL.
       COPY RUNHISTSL.
       COPY CONFIGSL.
       COPY ENQSL.
       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-REQUESTS.
              01 PURCHASE-REQUESTS-RECORD PIC X(60).
       COPY POMSTFD.
       FD  PO-CONTROL.
              01 PO-CONTROL-RECORD.
                     05 PC-NEXT-PO  PIC 9(6).
                     05 FILLER      PIC X.
                     05 PC-NEXT-RTV PIC 9(6).
       FD  RTV-DOCUMENTS.
              01 RTV-DOCUMENT-RECORD PIC X(80).
      *> rio の原料として発注する部品: "part tank W|C"
       FD  RIO-MATERIALS.
              01 RIO-MATERIALS-RECORD PIC X(40).
       FD  TANK-STATE.
              01 TANK-STATE-RECORD.
                     05 TSR-K PIC 9(2).
                     05 FILLER PIC X.
                     05 TSR-W PIC 9(4)V9(20).
                     05 FILLER PIC X.
                     05 TSR-C PIC 9(4)V9(20).
                     05 FILLER PIC X.
                     05 TSR-HOLD PIC X.
       FD  RIO-JOURNAL.
              01 RIO-JOURNAL-RECORD.
                     05 RJ-DATE PIC 9(8).
                     05 FILLER  PIC X.
                     05 RJ-TIME PIC 9(6).
                     05 FILLER  PIC X.
                     05 RJ-RUN  PIC X(14).
                     05 FILLER  PIC X.
                     05 RJ-K    PIC 9(2).
                     05 FILLER  PIC X.
                     05 RJ-T    PIC 9(2).
                     05 FILLER  PIC X.
                     05 RJ-S    PIC 9(3).
                     05 FILLER  PIC X.
      *> 発注入荷のイベントではタンク側で計量した受入量 (空白 =
      *> 計量なし)
                     05 RJ-AMT  PIC 9(4)V9(2).
                     05 FILLER  PIC X.
                     05 RJ-PO   PIC 9(6).
       COPY TANKMSTFD.
       COPY RCPTHOLDFD.
       COPY INSPRESFD.
       COPY SIGNONFD.
       COPY ROLESFD.
       COPY SUPPMSTFD.
       COPY STOCKFD.
       COPY STKMOVFD.
       COPY STKLOCFD.
       COPY SEALFD.
       COPY RUNHISTFD.
       COPY CONFIGFD.
       COPY ENQFD.
       WORKING-STORAGE SECTION.
       COPY SUPPMSTWS.
       COPY SIGNONWS.
       COPY ROLESWS.
       COPY STOCKWS.
       COPY STKMOVWS.
       COPY STKLOCWS.
       COPY SEALWS.
       COPY RUNHISTWS.
       COPY CONFIGWS.
       COPY TANKMSTWS.
       COPY ENQWS.
       01 Requests-Status PIC XX.
       01 Po-Master-Status PIC XX.
       01 Po-Control-Status PIC XX.
       01 Supp-Master-Status PIC XX.
       01 Part-Supp-Status PIC XX.
       01 Supp-Quality-Status PIC XX.
       01 Rtv-Status PIC XX.
       01 Receipt-Hold-Status PIC XX.
       01 Insp-Results-Status PIC XX.
       01 Rio-Mat-Status PIC XX.
       01 Tank-State-Status PIC XX.
       01 Journal-Status PIC XX.
       01 Command-Values.
              05 Cmd-Line    PIC X(40).
              05 Cmd-Verb    PIC X(10).
              05 Cmd-Po-Tok  PIC X(8).
              05 Cmd-Qty-Tok PIC X(10).
              05 Cmd-Mtr-Tok PIC X(10).
              05 Cmd-Po      PIC 9(6).
              05 Cmd-Qty     PIC 9(7).
       01 Po-Table-Values.
                     10 po-t-odate  PIC 9(8).
                     10 po-t-ddate  PIC 9(8).
                     10 po-t-status PIC X(6).
                     10 po-t-supp   PIC X(10).
                     10 po-t-price  PIC 9(7)V99.
       01 Convert-Values.
              05 Next-Po     PIC 9(6) VALUE 100001.
              05 Lead-Days   PIC 9(3) VALUE 7.
              05 cv-due      PIC 9(8).
              05 cv-made     PIC 9(4) VALUE 0.
              05 cv-skipped  PIC 9(4) VALUE 0.
              05 cv-nosupp   PIC 9(4) VALUE 0.
              05 cv-blocked  PIC 9(4) VALUE 0.
              05 cv-held     PIC 9(4) VALUE 0.
              05 cv-z        PIC Z(6)9.
       01 Receipt-Flag-Values.
              05 Stock-Touched PIC X VALUE "N".
              05 Rcv-Part      PIC X(10).
              05 Rcv-Qty       PIC 9(7).
              05 Rcv-Po        PIC 9(6).
              05 Rcv-Price     PIC 9(7)V99.
              05 Rcv-Price-Z   PIC Z(6)9.99.
              05 Rcv-Loc       PIC X(6).
      *> 受入検査待ちの入荷と CuteIshou の検査結果
       01 Inspection-Values.
              05 Next-Rtv PIC 9(6) VALUE 1.
              05 HL-Count PIC 9(4) VALUE 0.
              05 HL-Idx   PIC 9(4).
              05 HL-Table OCCURS 1000 TIMES.
                     10 hl-po     PIC 9(6).
                     10 hl-part   PIC X(10).
                     10 hl-supp   PIC X(10).
                     10 hl-qty    PIC 9(7).
                     10 hl-date   PIC 9(8).
                     10 hl-status PIC X(4).
                     10 hl-acc    PIC 9(7).
                     10 hl-rej    PIC 9(7).
                     10 hl-rtv    PIC 9(6).
              05 IQ-Count PIC 9(3) VALUE 0.
              05 IQ-Idx   PIC 9(3).
              05 IQ-Found PIC 9(3).
              05 IQ-Table OCCURS 500 TIMES.
                     10 iq-po   PIC 9(6).
                     10 iq-supp PIC X(10).
                     10 iq-acc  PIC 9(7).
                     10 iq-rej  PIC 9(7).
                     10 iq-date PIC 9(8).
                     10 iq-used PIC X.
              05 in-rej    PIC 9(7).
              05 in-acc    PIC 9(7).
              05 in-lots   PIC 9(4) VALUE 0.
              05 in-held   PIC 9(4) VALUE 0.
              05 in-rtvs   PIC 9(4) VALUE 0.
              05 in-z      PIC Z(6)9.
              05 in-z2     PIC Z(6)9.
      *> rio 原料の入荷はタンクへ直接入るので検査保留を通さず
      *> RIO-JOURNAL の追加イベントとして計上する
       01 Rio-Delivery-Values.
              05 RM-Count PIC 99 VALUE 0.
              05 RM-Idx   PIC 99.
              05 RM-Found PIC 99.
              05 RM-Table OCCURS 50 TIMES.
                     10 rm-part PIC X(10).
                     10 rm-tank PIC 9(2).
                     10 rm-comp PIC X.
              05 rm-part-tok PIC X(12).
              05 rm-tank-tok PIC X(6).
              05 rm-comp-tok PIC X(6).
              05 Rio-Refused PIC X.
              05 Rio-Metered PIC X.
              05 Rio-Mtr     PIC 9(4)V99.
              05 Rio-Mtr-Z   PIC Z(3)9.99.
              05 Rio-Run-Id  PIC X(14).
              05 Rio-Time    PIC 9(8).
              05 Rio-New     PIC 9(5)V9(20).
              05 Rio-Id-Z    PIC Z9.
              05 Tank-Count  PIC 99 VALUE 0.
              05 Tank-Idx    PIC 99.
              05 Tank-Found  PIC 99.
              05 Tank-Table OCCURS 10 TIMES.
                     10 tk-id   PIC 9(2).
                     10 tk-w    PIC 9(4)V9(20).
                     10 tk-c    PIC 9(4)V9(20).
                     10 tk-hold PIC X.
       01 Overdue-Values.
              05 ov-count PIC 9(4) VALUE 0.
              05 ov-z     PIC Z(3)9.
              05 ov-days  PIC 9(5).
              05 ov-days-z PIC Z(4)9.
              05 OG-Count PIC 9(3) VALUE 0.
              05 OG-Idx   PIC 9(3).
              05 OG-Best  PIC 9(3).
              05 OG-Table OCCURS 201 TIMES.
                     10 og-supp  PIC X(10).
                     10 og-late  PIC 9(4).
                     10 og-seen  PIC X.
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              MOVE "PURCHASING" TO Run-Hist-Program Config-Program.
              MOVE "PURCHASING" TO Move-Program Audit-Program.
              PERFORM Load-Config-Master THRU Load-Config-Master-End.
              MOVE "PURCHASE-LEAD-DAYS" TO Config-Param-Name.
              MOVE "7" TO Config-Param-Value.
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO Lead-Days
              END-IF.
      *> 受入れた数量を置く置き場
              MOVE "STOCK-RECEIVING-LOC" TO Config-Param-Name.
              MOVE Loc-Default TO Config-Param-Value.
              PERFORM Get-Config-Param.
              MOVE Config-Param-Value TO Rcv-Loc.
              IF Rcv-Loc = SPACE THEN
                     MOVE Loc-Default TO Rcv-Loc
              END-IF.
              MOVE "PURCHASING" TO Enq-Program.
              ACCEPT cv-today FROM DATE YYYYMMDD.
              MOVE INTEGER-OF-DATE(cv-today) TO cv-today-i.
              PERFORM Load-Supplier-Master
                     THRU Load-Supplier-Master-End.
              PERFORM 010-Load-Po-Master THRU 012-Po-Loaded.
              PERFORM 700-Load-Rio-Materials
                     THRU 700-Load-Rio-Materials-End.
       020-Read-Command.
              MOVE SPACE TO Cmd-Line.
              ACCEPT Cmd-Line.
              IF Cmd-Line = SPACE THEN
                     GO TO 090-Finish
              END-IF.
              MOVE SPACE TO Cmd-Verb Cmd-Po-Tok Cmd-Qty-Tok
                     Cmd-Mtr-Tok.
              UNSTRING Cmd-Line DELIMITED BY ALL " "
                     INTO Cmd-Verb Cmd-Po-Tok Cmd-Qty-Tok
                          Cmd-Mtr-Tok.
              EVALUATE TRIM(Cmd-Verb)
                  WHEN "CONVERT"
                      PERFORM 050-Sign-On-Once
                      PERFORM 100-Convert-Requests
                             THRU 100-Convert-Requests-End
                  WHEN "RECEIVE"
                      PERFORM 050-Sign-On-Once
                      PERFORM 200-Receive-Delivery
                             THRU 200-Receive-Delivery-End
                  WHEN "RELEASE"
                      PERFORM 600-Release-Held-Po
                             THRU 600-Release-Held-Po-End
                  WHEN "INSPECTED"
                      PERFORM 500-Post-Inspections
                             THRU 500-Post-Inspections-End
                  WHEN "OVERDUE"
                      PERFORM 300-Overdue-Report
                  WHEN OTHER
                      DISPLAY "ERROR: UNKNOWN COMMAND "
                             TRIM(Cmd-Verb)
                      DISPLAY "COMMANDS: CONVERT / RECEIVE <PO>"
                             " <QTY> [METERED] / INSPECTED"
                             " / RELEASE <PO> / OVERDUE"
                      MOVE 1 TO RETURN-CODE
              END-EVALUATE.
              GO TO 020-Read-Command.
       090-Finish.
              MOVE cv-made TO Run-Hist-Read.
              MOVE PO-Count TO Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.

      *> 発注の起票と入荷計上は誰が行ったかを活動監査に残す
      *> (職務分離の点検で同じ PO の起票者と受入者を突き合わせる)。
      *> サインオンは 1 回の実行で最初の 1 回だけ
       050-Sign-On-Once.
              IF Operator-Id = SPACE THEN
                     PERFORM Operator-Sign-On
              END-IF.

      *> 在庫と置き場は検査結果の計上の間だけ占有する (夜間の引当や
      *> StockMaint と同時に書き換えない)。置き場は占有してから読む
       060-Claim-Stock.
              MOVE Operator-Id TO Enq-Holder.
              IF Enq-Holder = SPACE THEN
                     MOVE "BATCH" TO Enq-Holder
              END-IF.
              MOVE "STOCK-MASTER" TO Enq-Resource.
              MOVE "EXCL" TO Enq-Mode.
              PERFORM Acquire-Resource THRU Acquire-Resource-End.
              MOVE "N" TO Stock-Seal-Checked.
              PERFORM Load-Stock-Locations
                     THRU Load-Stock-Locations-End.

       065-Release-Stock.
              IF Stock-Touched = "Y" THEN
                     PERFORM Reseal-Stock-Master
                     MOVE "N" TO Stock-Touched
              END-IF.
              IF Loc-Changed = "Y" THEN
                     PERFORM Save-Stock-Locations
              END-IF.
              MOVE "STOCK-MASTER" TO Enq-Resource.
              PERFORM Release-Resource.

      *> rio の受入れはタンク状態を読んでから保存するまで占有する
       070-Claim-Tank-State.
              MOVE Operator-Id TO Enq-Holder.
              IF Enq-Holder = SPACE THEN
                     MOVE "BATCH" TO Enq-Holder
              END-IF.
              MOVE "TANK-STATE" TO Enq-Resource.
              MOVE "EXCL" TO Enq-Mode.
              PERFORM Acquire-Resource THRU Acquire-Resource-End.

       010-Load-Po-Master.
              OPEN INPUT PO-MASTER.
              IF Po-Master-Status NOT = "00" THEN
              MOVE PO-ODATE TO po-t-odate(PO-Count).
              MOVE PO-DDATE TO po-t-ddate(PO-Count).
              MOVE PO-STATUS TO po-t-status(PO-Count).
              MOVE PO-SUPPLIER TO po-t-supp(PO-Count).
              IF PO-PRICE IS NUMERIC THEN
                     MOVE PO-PRICE TO po-t-price(PO-Count)
              ELSE
                     MOVE 0 TO po-t-price(PO-Count)
              END-IF.
              GO TO 011-Read-Po.
       012-Po-Loaded.
              EXIT.

      *> 発注要求を採番済み発注書へ変換する。同じ部品の未完了
      *> 発注が既にあれば作らない (夜ごとの二重発注を止める)
      *> 仕入先は PART-SUPPLIERS の優先順、納期は仕入先リードタイム
      *> 品質 BLOCKED の仕入先には発注せず、PROBATION の仕入先への
      *> 発注は HOLD にして監督者の RELEASE を待つ
       100-Convert-Requests.
              PERFORM 130-Load-Po-Control.
              OPEN INPUT PURCHASE-REQUESTS.
                     MOVE 1 TO RETURN-CODE
                     GO TO 100-Convert-Requests-End
              END-IF.
       110-Read-Request.
              READ PURCHASE-REQUESTS
                     AT END
                     CLOSE PURCHASE-REQUESTS
                     GO TO 120-Convert-Done
              END-IF.
              MOVE cv-part TO Supp-Part.
              PERFORM Find-Part-Supplier.
              IF SU-Found = 0 AND Supp-Blocked = "Y" THEN
                     ADD 1 TO cv-blocked
                     MOVE 2 TO RETURN-CODE
                     DISPLAY "PART " TRIM(cv-part) " NOT ORDERED:"
                            " PREFERRED SUPPLIER BLOCKED BY QUALITY"
                     GO TO 110-Read-Request
              END-IF.
              IF SU-Found = 0 OR Supp-Lead-Days = 0 THEN
                     COMPUTE cv-due-i = cv-today-i + Lead-Days
              ELSE
                     COMPUTE cv-due-i = cv-today-i + Supp-Lead-Days
              END-IF.
              MOVE DATE-OF-INTEGER(cv-due-i) TO cv-due.
              ADD 1 TO PO-Count.
              MOVE Next-Po TO po-t-no(PO-Count).
              ADD 1 TO Next-Po.
              MOVE cv-today TO po-t-odate(PO-Count).
              MOVE cv-due TO po-t-ddate(PO-Count).
              MOVE "OPEN" TO po-t-status(PO-Count).
              IF SU-Found > 0 THEN
                     IF su-quality(SU-Found) = "PROBATION" THEN
                            MOVE "HOLD" TO po-t-status(PO-Count)
                            ADD 1 TO cv-held
                     END-IF
              END-IF.
              MOVE Supp-Code TO po-t-supp(PO-Count).
              MOVE Supp-Price TO po-t-price(PO-Count).
              ADD 1 TO cv-made.
              MOVE SPACE TO Audit-Field Audit-Before Audit-After.
              STRING "PO " po-t-no(PO-Count) DELIMITED BY SIZE
                     INTO Audit-Field
              END-STRING.
              STRING "RAISED " DELIMITED BY SIZE
                     TRIM(cv-part) DELIMITED BY SIZE
                     INTO Audit-After
              END-STRING.
              PERFORM Write-Activity-Audit.
              MOVE po-t-qty(PO-Count) TO cv-z.
              IF SU-Found = 0 THEN
                     ADD 1 TO cv-nosupp
                     MOVE 2 TO RETURN-CODE
                     DISPLAY "PO " po-t-no(PO-Count) " PART "
                            TRIM(cv-part) " QTY " TRIM(cv-z)
                            " DUE " cv-due
                            " ** NO ACTIVE SUPPLIER, ASSIGN ONE"
              ELSE
                     DISPLAY "PO " po-t-no(PO-Count) " PART "
                            TRIM(cv-part) " QTY " TRIM(cv-z)
                            " DUE " cv-due " SUPPLIER "
                            TRIM(Supp-Code)
                     IF Supp-Price = 0 THEN
                            DISPLAY "  ** NO PRICE ON PART-SUPPLIERS,"
                                   " RECEIPT WILL BE AT AVERAGE COST"
                     ELSE
                            MOVE Supp-Price TO Rcv-Price-Z
                            DISPLAY "  UNIT PRICE " TRIM(Rcv-Price-Z)
                     END-IF
                     IF po-t-status(PO-Count) = "HOLD" THEN
                            DISPLAY "  ** SUPPLIER ON PROBATION, HELD"
                                   " FOR SUPERVISOR RELEASE"
                     END-IF
              END-IF.
              GO TO 110-Read-Request.
       120-Convert-Done.
              PERFORM 400-Rewrite-Po-Master.
              DISPLAY "ORDERS RAISED: " TRIM(cv-z).
              MOVE cv-skipped TO cv-z.
              DISPLAY "ALREADY ON ORDER: " TRIM(cv-z).
              IF cv-nosupp > 0 THEN
                     MOVE cv-nosupp TO cv-z
                     DISPLAY "WITHOUT SUPPLIER: " TRIM(cv-z)
              END-IF.
              IF cv-held > 0 THEN
                     MOVE cv-held TO cv-z
                     DISPLAY "HELD FOR SUPERVISOR RELEASE: "
                            TRIM(cv-z)
              END-IF.
              IF cv-blocked > 0 THEN
                     MOVE cv-blocked TO cv-z
                     DISPLAY "REFUSED, SUPPLIER BLOCKED: " TRIM(cv-z)
              END-IF.
       100-Convert-Requests-End.
              EXIT.

                     END-READ
                     IF Po-Control-Status = "00" THEN
                            MOVE PC-NEXT-PO TO Next-Po
                            IF PC-NEXT-RTV IS NUMERIC
                            AND PC-NEXT-RTV > 0 THEN
                                   MOVE PC-NEXT-RTV TO Next-Rtv
                            END-IF
                     END-IF
                     CLOSE PO-CONTROL
              ELSE

       140-Save-Po-Control.
              OPEN OUTPUT PO-CONTROL.
              MOVE SPACE TO PO-CONTROL-RECORD.
              MOVE Next-Po TO PC-NEXT-PO.
              MOVE Next-Rtv TO PC-NEXT-RTV.
              WRITE PO-CONTROL-RECORD.
              CLOSE PO-CONTROL.

      *> 入荷計上: 発注残を減らし受入検査待ちとして保留する。
      *> 在庫への計上は CuteIshou の検査結果を INSPECTED で
      *> 取り込んだとき、合格数量だけ行う
       200-Receive-Delivery.
              IF TRIM(Cmd-Po-Tok) IS NOT NUMERIC
              OR TRIM(Cmd-Qty-Tok) IS NOT NUMERIC THEN
                     MOVE 1 TO RETURN-CODE
                     GO TO 200-Receive-Delivery-End
              END-IF.
              IF po-t-status(PO-Found) = "HOLD" THEN
                     DISPLAY "ERROR: PO " TRIM(Cmd-Po-Tok)
                            " IS HELD AND WAS NEVER RELEASED TO THE"
                            " SUPPLIER"
                     MOVE 1 TO RETURN-CODE
                     GO TO 200-Receive-Delivery-End
              END-IF.
              PERFORM 710-Find-Rio-Material.
              IF RM-Found > 0 THEN
                     PERFORM 070-Claim-Tank-State
                     PERFORM 720-Check-Rio-Delivery
                            THRU 720-Check-Rio-Delivery-End
                     IF Rio-Refused = "Y" THEN
                            PERFORM Release-Resource
                            MOVE 1 TO RETURN-CODE
                            GO TO 200-Receive-Delivery-End
                     END-IF
              END-IF.
              MOVE SPACE TO Audit-Field Audit-Before Audit-After.
              STRING "PO " po-t-no(PO-Found) DELIMITED BY SIZE
                     INTO Audit-Field
              END-STRING.
              MOVE po-t-status(PO-Found) TO Audit-Before.
              ADD Cmd-Qty TO po-t-recd(PO-Found).
              IF po-t-recd(PO-Found) >= po-t-qty(PO-Found) THEN
                     MOVE "RECVD" TO po-t-status(PO-Found)
              ELSE
                     MOVE "PART" TO po-t-status(PO-Found)
              END-IF.
              MOVE Cmd-Qty TO cv-z.
              STRING "RECEIVED " DELIMITED BY SIZE
                     TRIM(cv-z) DELIMITED BY SIZE
                     INTO Audit-After
              END-STRING.
              PERFORM Write-Activity-Audit.
              IF RM-Found > 0 THEN
                     PERFORM 740-Post-Rio-Delivery
                     PERFORM Release-Resource
                     PERFORM 400-Rewrite-Po-Master
                     GO TO 200-Receive-Delivery-End
              END-IF.
              PERFORM 230-Hold-Receipt.
              PERFORM 400-Rewrite-Po-Master.
              MOVE Cmd-Qty TO cv-z.
              DISPLAY "RECEIVED " TRIM(cv-z) " AGAINST PO "
                     po-t-no(PO-Found) " ("
                     TRIM(po-t-status(PO-Found)) ")"
                     " HELD FOR INSPECTION".
              IF po-t-supp(PO-Found) = SPACE THEN
                     DISPLAY "  TAG CHECKS-IN LINES: N M (NONE) "
                            po-t-no(PO-Found)
              ELSE
                     DISPLAY "  TAG CHECKS-IN LINES: N M "
                            TRIM(po-t-supp(PO-Found)) " "
                            po-t-no(PO-Found)
              END-IF.
       200-Receive-Delivery-End.
              EXIT.

      *> 受入れた数量を在庫に足し、発注単価で移動平均単価を
      *> 計算し直す。単価のない発注は現在の平均単価で受ける
       210-Post-Stock-Receipt.
              PERFORM Verify-Stock-Before-Update.
              OPEN I-O STOCK-MASTER.
                            " STATUS " Stock-Master-Status
                     GO TO 210-Post-Stock-Receipt-End
              END-IF.
              MOVE Rcv-Part TO SM-PART-CODE.
              READ STOCK-MASTER
                  INVALID KEY
                      MOVE Rcv-Part TO SM-PART-CODE
                      MOVE Rcv-Qty TO SM-ONHAND
                      MOVE Rcv-Price TO SM-AVG-COST
                      PERFORM 215-Warn-No-Price
                      WRITE STOCK-MASTER-RECORD
                      CLOSE STOCK-MASTER
                      MOVE "Y" TO Stock-Touched
                      PERFORM 220-Write-Receipt-Movement
                      GO TO 210-Post-Stock-Receipt-End
              END-READ.
              IF Rcv-Price > 0 THEN
                     COMPUTE SM-AVG-COST ROUNDED =
                            (SM-ONHAND * SM-AVG-COST
                             + Rcv-Qty * Rcv-Price)
                            / (SM-ONHAND + Rcv-Qty)
              ELSE
                     PERFORM 215-Warn-No-Price
              END-IF.
              ADD Rcv-Qty TO SM-ONHAND.
              REWRITE STOCK-MASTER-RECORD.
              CLOSE STOCK-MASTER.
              MOVE "Y" TO Stock-Touched.
       210-Post-Stock-Receipt-End.
              EXIT.

       215-Warn-No-Price.
              IF Rcv-Price = 0 THEN
                     DISPLAY "WARNING: PO " Rcv-Po " HAS NO PRICE,"
                            " PART " TRIM(Rcv-Part)
                            " RECEIVED AT CURRENT AVERAGE COST"
                     MOVE 2 TO RETURN-CODE
              END-IF.

      *> 受入数量は受入置き場へ。置き場の合計は受入前の手持ちに
      *> 合わせてから足す
       220-Write-Receipt-Movement.
              MOVE Rcv-Part TO Loc-Part.
              COMPUTE Loc-Total = SM-ONHAND - Rcv-Qty.
              PERFORM Match-Part-Locations
                     THRU Match-Part-Locations-End.
              MOVE Rcv-Loc TO Loc-Code.
              MOVE Rcv-Qty TO Loc-Qty.
              PERFORM Add-To-Location.
              MOVE Rcv-Loc TO Move-Loc.
              MOVE Loc-Balance TO Move-Loc-Balance.
              MOVE Rcv-Part TO Move-Part.
              MOVE "RECEIPT" TO Move-Type.
              MOVE "+" TO Move-Sign.
              MOVE Rcv-Qty TO Move-Qty.
              MOVE SM-ONHAND TO Move-Balance.
              MOVE SM-AVG-COST TO Move-Unit-Cost.
              COMPUTE Move-Value = Rcv-Qty * Rcv-Price.
              MOVE Rcv-Po TO Move-Ref.
              PERFORM Write-Stock-Movement.

       230-Hold-Receipt.
              OPEN EXTEND RECEIPT-HOLD.
              MOVE SPACE TO RECEIPT-HOLD-RECORD.
              MOVE po-t-no(PO-Found) TO RI-PO.
              MOVE po-t-part(PO-Found) TO RI-PART.
              MOVE po-t-supp(PO-Found) TO RI-SUPP.
              MOVE Cmd-Qty TO RI-QTY.
              MOVE cv-today TO RI-DATE.
              MOVE "HOLD" TO RI-STATUS.
              MOVE 0 TO RI-ACC RI-REJ RI-RTV.
              WRITE RECEIPT-HOLD-RECORD.
              CLOSE RECEIPT-HOLD.

      *> 返品は在庫に入っていないので残高は現在の手持ちのまま。
      *> 返品額は発注単価で出す (平均単価は変わらない)
       240-Write-Return-Movement.
              MOVE Rcv-Part TO SM-PART-CODE.
              MOVE 0 TO SM-ONHAND SM-AVG-COST.
              OPEN INPUT STOCK-MASTER.
              IF Stock-Master-Status = "00" THEN
                     READ STOCK-MASTER
                         INVALID KEY
                             MOVE 0 TO SM-ONHAND SM-AVG-COST
                     END-READ
                     CLOSE STOCK-MASTER
              ELSE
                     IF Stock-Master-Status = "05" THEN
                            CLOSE STOCK-MASTER
                     END-IF
              END-IF.
              MOVE Rcv-Part TO Move-Part.
              MOVE "RETURN" TO Move-Type.
              MOVE "-" TO Move-Sign.
              MOVE in-rej TO Move-Qty.
              MOVE SM-ONHAND TO Move-Balance.
              MOVE SM-AVG-COST TO Move-Unit-Cost.
              COMPUTE Move-Value = in-rej * Rcv-Price.
              MOVE Rcv-Po TO Move-Ref.
              PERFORM Write-Stock-Movement.

      *> 納期遅れの発注を仕入先ごとにまとめて出す (督促は一社ずつ)
       300-Overdue-Report.
              DISPLAY "OVERDUE PURCHASE ORDERS " cv-today.
              MOVE 0 TO ov-count OG-Count.
              PERFORM VARYING PO-Idx FROM 1 BY 1
              UNTIL PO-Idx > PO-Count
                     IF po-t-status(PO-Idx) NOT = "RECVD"
                     AND po-t-status(PO-Idx) NOT = "HOLD"
                     AND po-t-ddate(PO-Idx) < cv-today THEN
                            ADD 1 TO ov-count
                            PERFORM 310-Add-Overdue-Group
                     END-IF
              END-PERFORM.
              PERFORM OG-Count TIMES
                     PERFORM 320-Pick-Lowest-Group
                     MOVE "Y" TO og-seen(OG-Best)
                     PERFORM 330-Show-Overdue-Group
              END-PERFORM.
              IF ov-count = 0 THEN
                     DISPLAY "  NONE"
              END-IF.
              MOVE ov-count TO ov-z.
              DISPLAY "OVERDUE COUNT: " TRIM(ov-z).

       310-Add-Overdue-Group.
              MOVE 0 TO OG-Best.
              PERFORM VARYING OG-Idx FROM 1 BY 1
              UNTIL OG-Idx > OG-Count OR OG-Best > 0
                     IF og-supp(OG-Idx) = po-t-supp(PO-Idx) THEN
                            MOVE OG-Idx TO OG-Best
                     END-IF
              END-PERFORM.
              IF OG-Best = 0 THEN
                     IF OG-Count >= 201 THEN
                            DISPLAY "ERROR: TOO MANY SUPPLIERS ON"
                                   " OVERDUE REPORT"
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                     END-IF
                     ADD 1 TO OG-Count
                     MOVE OG-Count TO OG-Best
                     MOVE po-t-supp(PO-Idx) TO og-supp(OG-Best)
                     MOVE 0 TO og-late(OG-Best)
                     MOVE "N" TO og-seen(OG-Best)
              END-IF.
              ADD 1 TO og-late(OG-Best).

       320-Pick-Lowest-Group.
              MOVE 0 TO OG-Best.
              PERFORM VARYING OG-Idx FROM 1 BY 1
              UNTIL OG-Idx > OG-Count
                     IF og-seen(OG-Idx) = "N" THEN
                            IF OG-Best = 0 THEN
                                   MOVE OG-Idx TO OG-Best
                            ELSE
                                   IF og-supp(OG-Idx)
                                          < og-supp(OG-Best) THEN
                                          MOVE OG-Idx TO OG-Best
                                   END-IF
                            END-IF
                     END-IF
              END-PERFORM.

       330-Show-Overdue-Group.
              MOVE og-late(OG-Best) TO ov-z.
              IF og-supp(OG-Best) = SPACE THEN
                     DISPLAY " SUPPLIER (NONE ASSIGNED) - "
                            TRIM(ov-z) " LATE"
              ELSE
                     MOVE og-supp(OG-Best) TO Supp-Code
                     PERFORM Find-Supplier
                     IF SU-Found > 0 THEN
                            DISPLAY " SUPPLIER " TRIM(Supp-Code) " "
                                   TRIM(su-name(SU-Found)) " - "
                                   TRIM(ov-z) " LATE"
                     ELSE
                            DISPLAY " SUPPLIER " TRIM(Supp-Code)
                                   " (NOT ON MASTER) - "
                                   TRIM(ov-z) " LATE"
                     END-IF
              END-IF.
              PERFORM VARYING PO-Idx FROM 1 BY 1
              UNTIL PO-Idx > PO-Count
                     IF po-t-status(PO-Idx) NOT = "RECVD"
                     AND po-t-status(PO-Idx) NOT = "HOLD"
                     AND po-t-ddate(PO-Idx) < cv-today
                     AND po-t-supp(PO-Idx) = og-supp(OG-Best) THEN
                            COMPUTE ov-days = cv-today-i
                                   - INTEGER-OF-DATE(po-t-ddate(PO-Idx))
                            MOVE ov-days TO ov-days-z
                            COMPUTE cv-z = po-t-qty(PO-Idx)
                                   - po-t-recd(PO-Idx)
                            DISPLAY "  PO " po-t-no(PO-Idx)
                                   " PART " po-t-part(PO-Idx)
                                   " OPEN QTY " TRIM(cv-z)
                                   " DUE " po-t-ddate(PO-Idx)
                                   " " TRIM(ov-days-z) " DAYS LATE "
                                   po-t-status(PO-Idx)
                     END-IF
              END-PERFORM.

       400-Rewrite-Po-Master.
              OPEN OUTPUT PO-MASTER.
              IF PO-Count > 0 THEN
                            MOVE po-t-odate(PO-Idx) TO PO-ODATE
                            MOVE po-t-ddate(PO-Idx) TO PO-DDATE
                            MOVE po-t-status(PO-Idx) TO PO-STATUS
                            MOVE po-t-supp(PO-Idx) TO PO-SUPPLIER
                            MOVE po-t-price(PO-Idx) TO PO-PRICE
                            WRITE PO-MASTER-RECORD
                     END-PERFORM
              END-IF.
              CLOSE PO-MASTER.

      *> 検査結果の計上: 合格分は RECEIPT として在庫へ、不合格分は
      *> 返品伝票と RETURN 移動を起こし、発注の入荷数から差し引いて
      *> 代品を受けられるよう発注を開いたままにする
       500-Post-Inspections.
              PERFORM 130-Load-Po-Control.
              PERFORM 510-Load-Held-Receipts THRU 512-Held-Loaded.
              PERFORM 520-Load-Results THRU 522-Results-Loaded.
              MOVE 0 TO in-lots in-held in-rtvs.
              IF IQ-Count = 0 THEN
                     DISPLAY "NO INSPECTION RESULTS TO POST"
                     GO TO 500-Post-Inspections-End
              END-IF.
              PERFORM 060-Claim-Stock.
              OPEN EXTEND RTV-DOCUMENTS.
              PERFORM VARYING HL-Idx FROM 1 BY 1
              UNTIL HL-Idx > HL-Count
                     IF hl-status(HL-Idx) = "HOLD" THEN
                            PERFORM 530-Post-One-Lot
                                   THRU 530-Post-One-Lot-End
                     END-IF
              END-PERFORM.
              CLOSE RTV-DOCUMENTS.
              PERFORM 560-Rewrite-Held-Receipts.
              PERFORM 570-Rewrite-Results.
              PERFORM 400-Rewrite-Po-Master.
              PERFORM 140-Save-Po-Control.
              PERFORM 065-Release-Stock.
              MOVE in-lots TO cv-z.
              DISPLAY "RECEIPTS RELEASED FROM INSPECTION: "
                     TRIM(cv-z).
              MOVE in-rtvs TO cv-z.
              DISPLAY "RETURN-TO-VENDOR DOCUMENTS: " TRIM(cv-z).
              MOVE in-held TO cv-z.
              DISPLAY "STILL AWAITING INSPECTION: " TRIM(cv-z).
       500-Post-Inspections-End.
              EXIT.

       510-Load-Held-Receipts.
              MOVE 0 TO HL-Count.
              OPEN INPUT RECEIPT-HOLD.
              IF Receipt-Hold-Status NOT = "00" THEN
                     IF Receipt-Hold-Status = "05" THEN
                            CLOSE RECEIPT-HOLD
                     END-IF
                     GO TO 512-Held-Loaded
              END-IF.
       511-Read-Held.
              READ RECEIPT-HOLD
                     AT END
                         CLOSE RECEIPT-HOLD
                         GO TO 512-Held-Loaded
              END-READ.
              IF HL-Count >= 1000 THEN
                     DISPLAY "ERROR: RECEIPT-HOLD EXCEEDS 1000"
                            " RECORDS, ARCHIVE POSTED RECEIPTS FIRST"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO HL-Count.
              MOVE RI-PO TO hl-po(HL-Count).
              MOVE RI-PART TO hl-part(HL-Count).
              MOVE RI-SUPP TO hl-supp(HL-Count).
              MOVE RI-QTY TO hl-qty(HL-Count).
              MOVE RI-DATE TO hl-date(HL-Count).
              MOVE RI-STATUS TO hl-status(HL-Count).
              MOVE RI-ACC TO hl-acc(HL-Count).
              MOVE RI-REJ TO hl-rej(HL-Count).
              MOVE RI-RTV TO hl-rtv(HL-Count).
              GO TO 511-Read-Held.
       512-Held-Loaded.
              EXIT.

       520-Load-Results.
              MOVE 0 TO IQ-Count.
              OPEN INPUT INSPECTION-RESULTS.
              IF Insp-Results-Status NOT = "00" THEN
                     IF Insp-Results-Status = "05" THEN
                            CLOSE INSPECTION-RESULTS
                     END-IF
                     GO TO 522-Results-Loaded
              END-IF.
       521-Read-Result.
              READ INSPECTION-RESULTS
                     AT END
                         CLOSE INSPECTION-RESULTS
                         GO TO 522-Results-Loaded
              END-READ.
              IF IQ-Count >= 500 THEN
                     DISPLAY "ERROR: INSPECTION-RESULTS EXCEEDS 500"
                            " RECORDS"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO IQ-Count.
              MOVE IR-PO TO iq-po(IQ-Count).
              MOVE IR-SUPP TO iq-supp(IQ-Count).
              MOVE IR-ACC TO iq-acc(IQ-Count).
              MOVE IR-REJ TO iq-rej(IQ-Count).
              MOVE IR-DATE TO iq-date(IQ-Count).
              MOVE "N" TO iq-used(IQ-Count).
              GO TO 521-Read-Result.
       522-Results-Loaded.
              EXIT.

      *> 同じ発注の未使用の検査結果をまとめて一つの入荷に当てる。
      *> 不合格の検査行 1 件を 1 個の不合格とみなし、残りは合格
       530-Post-One-Lot.
              MOVE 0 TO IQ-Found in-rej.
              PERFORM VARYING IQ-Idx FROM 1 BY 1
              UNTIL IQ-Idx > IQ-Count
                     IF iq-po(IQ-Idx) = hl-po(HL-Idx)
                     AND iq-used(IQ-Idx) = "N" THEN
                            MOVE IQ-Idx TO IQ-Found
                            MOVE "Y" TO iq-used(IQ-Idx)
                            ADD iq-rej(IQ-Idx) TO in-rej
                            IF iq-supp(IQ-Idx) NOT = hl-supp(HL-Idx)
                            AND NOT (iq-supp(IQ-Idx) = "(NONE)"
                                     AND hl-supp(HL-Idx) = SPACE)
                            THEN
                                   DISPLAY "WARNING: PO "
                                          hl-po(HL-Idx)
                                          " CHECKED AS SUPPLIER "
                                          TRIM(iq-supp(IQ-Idx))
                                          ", ORDERED FROM "
                                          TRIM(hl-supp(HL-Idx))
                            END-IF
                     END-IF
              END-PERFORM.
              IF IQ-Found = 0 THEN
                     ADD 1 TO in-held
                     GO TO 530-Post-One-Lot-End
              END-IF.
              IF in-rej > hl-qty(HL-Idx) THEN
                     MOVE hl-qty(HL-Idx) TO in-rej
              END-IF.
              COMPUTE in-acc = hl-qty(HL-Idx) - in-rej.
              MOVE 0 TO PO-Found.
              PERFORM VARYING PO-Idx FROM 1 BY 1
              UNTIL PO-Idx > PO-Count OR PO-Found > 0
                     IF po-t-no(PO-Idx) = hl-po(HL-Idx) THEN
                            MOVE PO-Idx TO PO-Found
                     END-IF
              END-PERFORM.
              MOVE hl-part(HL-Idx) TO Rcv-Part.
              MOVE hl-po(HL-Idx) TO Rcv-Po.
              MOVE 0 TO Rcv-Price.
              IF PO-Found > 0 THEN
                     MOVE po-t-price(PO-Found) TO Rcv-Price
              END-IF.
              IF in-acc > 0 THEN
                     MOVE in-acc TO Rcv-Qty
                     PERFORM 210-Post-Stock-Receipt
                            THRU 210-Post-Stock-Receipt-End
              END-IF.
              MOVE 0 TO hl-rtv(HL-Idx).
              IF in-rej > 0 THEN
                     PERFORM 240-Write-Return-Movement
                     IF PO-Found > 0 THEN
                            PERFORM 540-Reopen-Po
                     ELSE
                            DISPLAY "WARNING: PO " hl-po(HL-Idx)
                                   " NOT ON MASTER, RECEIVED QTY"
                                   " NOT REDUCED"
                     END-IF
                     MOVE Next-Rtv TO hl-rtv(HL-Idx)
                     ADD 1 TO Next-Rtv
                     PERFORM 550-Write-Rtv-Document
                     ADD 1 TO in-rtvs
              END-IF.
              MOVE "DONE" TO hl-status(HL-Idx).
              MOVE in-acc TO hl-acc(HL-Idx).
              MOVE in-rej TO hl-rej(HL-Idx).
              ADD 1 TO in-lots.
              MOVE in-acc TO in-z.
              MOVE in-rej TO in-z2.
              DISPLAY "PO " hl-po(HL-Idx) " PART "
                     TRIM(hl-part(HL-Idx)) " ACCEPTED " TRIM(in-z)
                     " REJECTED " TRIM(in-z2).
       530-Post-One-Lot-End.
              EXIT.

       540-Reopen-Po.
              IF in-rej > po-t-recd(PO-Found) THEN
                     MOVE 0 TO po-t-recd(PO-Found)
              ELSE
                     SUBTRACT in-rej FROM po-t-recd(PO-Found)
              END-IF.
              IF po-t-recd(PO-Found) = 0 THEN
                     MOVE "OPEN" TO po-t-status(PO-Found)
              ELSE
                     IF po-t-recd(PO-Found) < po-t-qty(PO-Found) THEN
                            MOVE "PART" TO po-t-status(PO-Found)
                     ELSE
                            MOVE "RECVD" TO po-t-status(PO-Found)
                     END-IF
              END-IF.

       550-Write-Rtv-Document.
              MOVE hl-supp(HL-Idx) TO Supp-Code.
              PERFORM Find-Supplier.
              MOVE ALL "=" TO RTV-DOCUMENT-RECORD.
              WRITE RTV-DOCUMENT-RECORD.
              MOVE SPACE TO RTV-DOCUMENT-RECORD.
              STRING "RETURN TO VENDOR  RTV " hl-rtv(HL-Idx)
                     "  DATE " cv-today
                     DELIMITED BY SIZE INTO RTV-DOCUMENT-RECORD.
              WRITE RTV-DOCUMENT-RECORD.
              MOVE SPACE TO RTV-DOCUMENT-RECORD.
              IF SU-Found > 0 THEN
                     STRING "SUPPLIER " DELIMITED BY SIZE
                            hl-supp(HL-Idx) DELIMITED BY SPACE
                            " " su-name(SU-Found) DELIMITED BY SIZE
                            INTO RTV-DOCUMENT-RECORD
              ELSE
                     STRING "SUPPLIER " DELIMITED BY SIZE
                            hl-supp(HL-Idx) DELIMITED BY SIZE
                            INTO RTV-DOCUMENT-RECORD
              END-IF.
              WRITE RTV-DOCUMENT-RECORD.
              MOVE SPACE TO RTV-DOCUMENT-RECORD.
              STRING "PO " hl-po(HL-Idx) "  PART " hl-part(HL-Idx)
                     "  DELIVERED " hl-date(HL-Idx)
                     DELIMITED BY SIZE INTO RTV-DOCUMENT-RECORD.
              WRITE RTV-DOCUMENT-RECORD.
              MOVE in-rej TO in-z.
              MOVE hl-qty(HL-Idx) TO in-z2.
              MOVE SPACE TO RTV-DOCUMENT-RECORD.
              STRING "QUANTITY RETURNED " TRIM(in-z) " OF "
                     TRIM(in-z2)
                     "  REASON: FAILED RECEIVING INSPECTION"
                     DELIMITED BY SIZE INTO RTV-DOCUMENT-RECORD.
              WRITE RTV-DOCUMENT-RECORD.
              MOVE SPACE TO RTV-DOCUMENT-RECORD.
              IF PO-Found > 0 THEN
                     COMPUTE in-z = po-t-qty(PO-Found)
                            - po-t-recd(PO-Found)
                     STRING "PLEASE REPLACE. PO REMAINS OPEN FOR "
                            TRIM(in-z)
                            DELIMITED BY SIZE INTO RTV-DOCUMENT-RECORD
                     WRITE RTV-DOCUMENT-RECORD
              END-IF.

       560-Rewrite-Held-Receipts.
              OPEN OUTPUT RECEIPT-HOLD.
              PERFORM VARYING HL-Idx FROM 1 BY 1
              UNTIL HL-Idx > HL-Count
                     MOVE SPACE TO RECEIPT-HOLD-RECORD
                     MOVE hl-po(HL-Idx) TO RI-PO
                     MOVE hl-part(HL-Idx) TO RI-PART
                     MOVE hl-supp(HL-Idx) TO RI-SUPP
                     MOVE hl-qty(HL-Idx) TO RI-QTY
                     MOVE hl-date(HL-Idx) TO RI-DATE
                     MOVE hl-status(HL-Idx) TO RI-STATUS
                     MOVE hl-acc(HL-Idx) TO RI-ACC
                     MOVE hl-rej(HL-Idx) TO RI-REJ
                     MOVE hl-rtv(HL-Idx) TO RI-RTV
                     WRITE RECEIPT-HOLD-RECORD
              END-PERFORM.
              CLOSE RECEIPT-HOLD.

      *> 入荷より先に届いた検査結果は次回のために残す
       570-Rewrite-Results.
              OPEN OUTPUT INSPECTION-RESULTS.
              PERFORM VARYING IQ-Idx FROM 1 BY 1
              UNTIL IQ-Idx > IQ-Count
                     IF iq-used(IQ-Idx) = "N" THEN
                            DISPLAY "WARNING: RESULTS FOR PO "
                                   iq-po(IQ-Idx)
                                   " HAVE NO HELD RECEIPT, KEPT"
                            MOVE SPACE TO INSPECTION-RESULTS-RECORD
                            MOVE iq-po(IQ-Idx) TO IR-PO
                            MOVE iq-supp(IQ-Idx) TO IR-SUPP
                            MOVE iq-acc(IQ-Idx) TO IR-ACC
                            MOVE iq-rej(IQ-Idx) TO IR-REJ
                            MOVE iq-date(IQ-Idx) TO IR-DATE
                            WRITE INSPECTION-RESULTS-RECORD
                     END-IF
              END-PERFORM.
              CLOSE INSPECTION-RESULTS.

      *> PROBATION 仕入先への保留発注を監督者の署名で解除する
       600-Release-Held-Po.
              IF TRIM(Cmd-Po-Tok) IS NOT NUMERIC THEN
                     DISPLAY "ERROR: RELEASE NEEDS A PO NUMBER"
                     MOVE 1 TO RETURN-CODE
                     GO TO 600-Release-Held-Po-End
              END-IF.
              MOVE NUMVAL(TRIM(Cmd-Po-Tok)) TO Cmd-Po.
              MOVE 0 TO PO-Found.
              PERFORM VARYING PO-Idx FROM 1 BY 1
              UNTIL PO-Idx > PO-Count OR PO-Found > 0
                     IF po-t-no(PO-Idx) = Cmd-Po THEN
                            MOVE PO-Idx TO PO-Found
                     END-IF
              END-PERFORM.
              IF PO-Found = 0 THEN
                     DISPLAY "ERROR: PO " TRIM(Cmd-Po-Tok)
                            " NOT ON MASTER"
                     MOVE 1 TO RETURN-CODE
                     GO TO 600-Release-Held-Po-End
              END-IF.
              IF po-t-status(PO-Found) NOT = "HOLD" THEN
                     DISPLAY "ERROR: PO " TRIM(Cmd-Po-Tok)
                            " IS NOT HELD"
                     MOVE 1 TO RETURN-CODE
                     GO TO 600-Release-Held-Po-End
              END-IF.
              MOVE po-t-supp(PO-Found) TO Supp-Code.
              PERFORM Find-Supplier.
              IF SU-Found > 0 THEN
                     IF su-quality(SU-Found) = "BLOCKED" THEN
                            DISPLAY "ERROR: SUPPLIER "
                                   TRIM(Supp-Code)
                                   " IS NOW BLOCKED, PO "
                                   TRIM(Cmd-Po-Tok)
                                   " CANNOT BE RELEASED"
                            MOVE 1 TO RETURN-CODE
                            GO TO 600-Release-Held-Po-End
                     END-IF
              END-IF.
              PERFORM Operator-Sign-On.
              MOVE "SUPERVISOR" TO Role-Required.
              PERFORM Check-Operator-Role
                     THRU Check-Operator-Role-End.
              MOVE "OPEN" TO po-t-status(PO-Found).
              MOVE SPACE TO Audit-Field.
              STRING "PO " po-t-no(PO-Found) DELIMITED BY SIZE
                     INTO Audit-Field
              END-STRING.
              MOVE "HOLD" TO Audit-Before.
              MOVE "OPEN" TO Audit-After.
              PERFORM Write-Activity-Audit.
              PERFORM 400-Rewrite-Po-Master.
              DISPLAY "PO " po-t-no(PO-Found) " RELEASED TO SUPPLIER "
                     TRIM(po-t-supp(PO-Found)) " BY "
                     TRIM(Operator-Id).
       600-Release-Held-Po-End.
              EXIT.

      *> rio 原料の一覧を読む。ファイルがなければ rio 原料はなく
      *> すべての入荷が従来どおり受入検査へ回る
       700-Load-Rio-Materials.
              MOVE 0 TO RM-Count.
              OPEN INPUT RIO-MATERIALS.
              IF Rio-Mat-Status NOT = "00" THEN
                     IF Rio-Mat-Status = "05" THEN
                            CLOSE RIO-MATERIALS
                     END-IF
                     GO TO 700-Load-Rio-Materials-End
              END-IF.
       701-Read-Rio-Material.
              READ RIO-MATERIALS
                     AT END
                         CLOSE RIO-MATERIALS
                         GO TO 700-Load-Rio-Materials-End
              END-READ.
              IF RIO-MATERIALS-RECORD = SPACE
              OR RIO-MATERIALS-RECORD(1:1) = "*" THEN
                     GO TO 701-Read-Rio-Material
              END-IF.
              MOVE SPACE TO rm-part-tok rm-tank-tok rm-comp-tok.
              UNSTRING RIO-MATERIALS-RECORD DELIMITED BY ALL " "
                     INTO rm-part-tok rm-tank-tok rm-comp-tok.
              IF rm-part-tok = SPACE
              OR rm-part-tok(11:) NOT = SPACE
              OR TRIM(rm-tank-tok) IS NOT NUMERIC
              OR rm-tank-tok(3:) NOT = SPACE
              OR (TRIM(rm-comp-tok) NOT = "W"
                  AND TRIM(rm-comp-tok) NOT = "C") THEN
                     DISPLAY "WARNING: BAD RIO-MATERIALS LINE SKIPPED: "
                            TRIM(RIO-MATERIALS-RECORD)
                     GO TO 701-Read-Rio-Material
              END-IF.
              IF NUMVAL(rm-tank-tok) = 0 THEN
                     DISPLAY "WARNING: BAD RIO-MATERIALS LINE SKIPPED: "
                            TRIM(RIO-MATERIALS-RECORD)
                     GO TO 701-Read-Rio-Material
              END-IF.
              IF RM-Count >= 50 THEN
                     DISPLAY "ERROR: RIO-MATERIALS EXCEEDS 50 PARTS"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO RM-Count.
              MOVE rm-part-tok TO rm-part(RM-Count).
              MOVE NUMVAL(rm-tank-tok) TO rm-tank(RM-Count).
              MOVE rm-comp-tok TO rm-comp(RM-Count).
              GO TO 701-Read-Rio-Material.
       700-Load-Rio-Materials-End.
              EXIT.

       710-Find-Rio-Material.
              MOVE 0 TO RM-Found.
              PERFORM VARYING RM-Idx FROM 1 BY 1
              UNTIL RM-Idx > RM-Count OR RM-Found > 0
                     IF rm-part(RM-Idx) = po-t-part(PO-Found) THEN
                            MOVE RM-Idx TO RM-Found
                     END-IF
              END-PERFORM.

      *> 受入れる前にタンク側の条件を確かめる。ジャーナルの量は
      *> 3桁なので 1回の入荷は 999 まで、計量値は任意の第4項目。
      *> タンクは TANK-STATE にあり QC 保留でなく、タンクマスタが
      *> あれば品目と容量も守ること
       720-Check-Rio-Delivery.
              MOVE "N" TO Rio-Refused Rio-Metered.
              MOVE 0 TO Rio-Mtr.
              MOVE rm-tank(RM-Found) TO Rio-Id-Z.
              IF Cmd-Qty = 0 OR Cmd-Qty > 999 THEN
                     DISPLAY "ERROR: RIO DELIVERY QUANTITY MUST BE"
                            " 1-999, RECEIVE LARGER DELIVERIES IN"
                            " PARTS"
                     MOVE "Y" TO Rio-Refused
                     GO TO 720-Check-Rio-Delivery-End
              END-IF.
              IF Cmd-Mtr-Tok NOT = SPACE THEN
                     IF TEST-NUMVAL(TRIM(Cmd-Mtr-Tok)) NOT = 0 THEN
                            DISPLAY "ERROR: METERED QUANTITY "
                                   TRIM(Cmd-Mtr-Tok)
                                   " IS NOT A NUMBER"
                            MOVE "Y" TO Rio-Refused
                            GO TO 720-Check-Rio-Delivery-End
                     END-IF
                     IF NUMVAL(Cmd-Mtr-Tok) < 0
                     OR NUMVAL(Cmd-Mtr-Tok) > 9999 THEN
                            DISPLAY "ERROR: METERED QUANTITY "
                                   TRIM(Cmd-Mtr-Tok)
                                   " IS OUT OF RANGE"
                            MOVE "Y" TO Rio-Refused
                            GO TO 720-Check-Rio-Delivery-End
                     END-IF
                     MOVE "Y" TO Rio-Metered
                     MOVE NUMVAL(Cmd-Mtr-Tok) TO Rio-Mtr
              END-IF.
              PERFORM 730-Load-Tank-State THRU 730-Load-Tank-State-End.
              IF Seal-Verdict = "BAD" THEN
                     DISPLAY "SEL-001 ERROR: TANK-STATE DOES NOT"
                            " MATCH ITS INTEGRITY SEAL, RUN THE"
                            " RECOVERY PATH (replay)"
                     MOVE "Y" TO Rio-Refused
                     GO TO 720-Check-Rio-Delivery-End
              END-IF.
              MOVE 0 TO Tank-Found.
              PERFORM VARYING Tank-Idx FROM 1 BY 1
              UNTIL Tank-Idx > Tank-Count OR Tank-Found > 0
                     IF tk-id(Tank-Idx) = rm-tank(RM-Found) THEN
                            MOVE Tank-Idx TO Tank-Found
                     END-IF
              END-PERFORM.
              IF Tank-Found = 0 THEN
                     DISPLAY "ERROR: RIO TANK " TRIM(Rio-Id-Z)
                            " FOR PART " TRIM(rm-part(RM-Found))
                            " IS NOT ON TANK-STATE"
                     MOVE "Y" TO Rio-Refused
                     GO TO 720-Check-Rio-Delivery-End
              END-IF.
              IF tk-hold(Tank-Found) = "H" THEN
                     DISPLAY "ERROR: RIO TANK " TRIM(Rio-Id-Z)
                            " IS ON QC HOLD, DELIVERY NOT RECEIVED"
                     MOVE "Y" TO Rio-Refused
                     GO TO 720-Check-Rio-Delivery-End
              END-IF.
              COMPUTE Rio-New = tk-w(Tank-Found) + tk-c(Tank-Found)
                     + Cmd-Qty.
              IF Rio-New > 9999 THEN
                     DISPLAY "ERROR: DELIVERY WOULD OVERFILL RIO TANK "
                            TRIM(Rio-Id-Z)
                     MOVE "Y" TO Rio-Refused
                     GO TO 720-Check-Rio-Delivery-End
              END-IF.
              PERFORM Load-Tank-Master THRU Load-Tank-Master-End.
              IF TM-Count = 0 THEN
                     GO TO 720-Check-Rio-Delivery-End
              END-IF.
              MOVE rm-tank(RM-Found) TO TM-Key.
              PERFORM Find-Tank-Master.
              IF TM-Found = 0 THEN
                     DISPLAY "ERROR: RIO TANK " TRIM(Rio-Id-Z)
                            " IS NOT ON TANK-MASTER"
                     MOVE "Y" TO Rio-Refused
                     GO TO 720-Check-Rio-Delivery-End
              END-IF.
              IF (rm-comp(RM-Found) = "W"
                  AND tm-product(TM-Found) = "CHEMICAL")
              OR (rm-comp(RM-Found) = "C"
                  AND tm-product(TM-Found) = "WATER") THEN
                     DISPLAY "ERROR: RIO TANK " TRIM(Rio-Id-Z)
                            " HOLDS " TRIM(tm-product(TM-Found))
                            " ONLY, PART " TRIM(rm-part(RM-Found))
                            " CANNOT GO IN"
                     MOVE "Y" TO Rio-Refused
                     GO TO 720-Check-Rio-Delivery-End
              END-IF.
              IF Rio-New > tm-capacity(TM-Found) THEN
                     DISPLAY "ERROR: DELIVERY WOULD OVERFILL RIO TANK "
                            TRIM(Rio-Id-Z)
                     MOVE "Y" TO Rio-Refused
              END-IF.
       720-Check-Rio-Delivery-End.
              EXIT.

       730-Load-Tank-State.
              MOVE 0 TO Tank-Count.
              OPEN INPUT TANK-STATE.
              IF Tank-State-Status NOT = "00" THEN
                     IF Tank-State-Status = "05" THEN
                            CLOSE TANK-STATE
                     END-IF
                     GO TO 730-Load-Tank-State-End
              END-IF.
       731-Read-Tank-State.
              READ TANK-STATE
                     AT END
                         CLOSE TANK-STATE
                         GO TO 730-Load-Tank-State-End
              END-READ.
              IF Tank-Count < 10 THEN
                     ADD 1 TO Tank-Count
                     MOVE TSR-K TO tk-id(Tank-Count)
                     MOVE TSR-W TO tk-w(Tank-Count)
                     MOVE TSR-C TO tk-c(Tank-Count)
                     MOVE TSR-HOLD TO tk-hold(Tank-Count)
              END-IF.
              GO TO 731-Read-Tank-State.
       730-Load-Tank-State-End.
              PERFORM 760-Sum-Tanks-For-Seal.
              PERFORM Verify-File-Seal.

      *> 受入量を種別1 (水) か種別2 (薬剤) のイベントとして発注番号
      *> 付きでジャーナルへ書き、それからタンク状態を更新する
       740-Post-Rio-Delivery.
              ACCEPT Rio-Time FROM TIME.
              MOVE SPACE TO Rio-Run-Id.
              STRING cv-today DELIMITED BY SIZE
                     Rio-Time(1:6) DELIMITED BY SIZE
                     INTO Rio-Run-Id
              END-STRING.
              OPEN EXTEND RIO-JOURNAL.
              MOVE SPACE TO RIO-JOURNAL-RECORD.
              MOVE cv-today TO RJ-DATE.
              MOVE Rio-Time(1:6) TO RJ-TIME.
              MOVE Rio-Run-Id TO RJ-RUN.
              MOVE rm-tank(RM-Found) TO RJ-K.
              IF rm-comp(RM-Found) = "W" THEN
                     MOVE 1 TO RJ-T
                     ADD Cmd-Qty TO tk-w(Tank-Found)
              ELSE
                     MOVE 2 TO RJ-T
                     ADD Cmd-Qty TO tk-c(Tank-Found)
              END-IF.
              MOVE Cmd-Qty TO RJ-S.
              IF Rio-Metered = "Y" THEN
                     MOVE Rio-Mtr TO RJ-AMT
              END-IF.
              MOVE po-t-no(PO-Found) TO RJ-PO.
              WRITE RIO-JOURNAL-RECORD.
              CLOSE RIO-JOURNAL.
              PERFORM 750-Save-Tank-State.
              MOVE Cmd-Qty TO cv-z.
              DISPLAY "RECEIVED " TRIM(cv-z) " AGAINST PO "
                     po-t-no(PO-Found) " ("
                     TRIM(po-t-status(PO-Found)) ")"
                     " INTO RIO TANK " TRIM(Rio-Id-Z).
              IF Rio-Metered = "Y" THEN
                     MOVE Rio-Mtr TO Rio-Mtr-Z
                     DISPLAY "  METERED AT THE TANK "
                            TRIM(Rio-Mtr-Z)
              END-IF.

       750-Save-Tank-State.
              OPEN OUTPUT TANK-STATE.
              PERFORM VARYING Tank-Idx FROM 1 BY 1
              UNTIL Tank-Idx > Tank-Count
                     MOVE SPACE TO TANK-STATE-RECORD
                     MOVE tk-id(Tank-Idx) TO TSR-K
                     MOVE tk-w(Tank-Idx) TO TSR-W
                     MOVE tk-c(Tank-Idx) TO TSR-C
                     MOVE tk-hold(Tank-Idx) TO TSR-HOLD
                     WRITE TANK-STATE-RECORD
              END-PERFORM.
              CLOSE TANK-STATE.
              PERFORM 760-Sum-Tanks-For-Seal.
              PERFORM Write-File-Seal THRU Write-File-Seal-End.

       760-Sum-Tanks-For-Seal.
              MOVE "TANK-STATE" TO Seal-Name.
              MOVE Tank-Count TO Seal-Count.
              MOVE 0 TO Seal-Total.
              PERFORM VARYING Tank-Idx FROM 1 BY 1
              UNTIL Tank-Idx > Tank-Count
                     ADD tk-id(Tank-Idx) TO Seal-Total
              END-PERFORM.

       COPY TANKMSTPD REPLACING ==STOP RUN==
                     BY ==PERFORM Release-All-Resources STOP RUN==.
       COPY SUPPMSTPD.
       COPY SIGNONPD.
       COPY ROLESPD.
       COPY STOCKPD REPLACING ==STOP RUN==
                     BY ==PERFORM Release-All-Resources STOP RUN==.
       COPY SEALPD.
       COPY STKMOVPD.
       COPY STKLOCPD REPLACING ==STOP RUN==
                     BY ==PERFORM Release-All-Resources STOP RUN==.
       COPY RUNHISTPD.
       COPY CONFIGPD.
       COPY ENQPD.
       END PROGRAM MAIN.
