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
       COPY ARITEMSL.
       COPY ARPAYSL.
       COPY POMSTSL.
       COPY RCPTHOLDSL.
              SELECT OPTIONAL RIO-JOURNAL
                     ASSIGN TO "RIO-JOURNAL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Journal-Status.
              SELECT OPTIONAL PROOF-RESULTS
                     ASSIGN TO "PROOF-RESULTS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Proof-Status.
       COPY SEALSL.
       COPY ALERTQSL.
       COPY ERRLOGSL.
       COPY RUNHISTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY STOCKFD.
       COPY STKMOVFD.
       COPY ARITEMFD.
       COPY ARPAYFD.
       COPY POMSTFD.
       COPY RCPTHOLDFD.
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
                     05 RJ-AMT  PIC 9(4)V9(2).
                     05 FILLER  PIC X.
                     05 RJ-PO   PIC X(6).
      *> 照合結果: 照合ごとに1行 (日締めが読む)
       FD  PROOF-RESULTS.
              01 PROOF-RESULTS-RECORD.
                     05 PR-CHECK   PIC X(8).
                     05 FILLER     PIC X.
                     05 PR-DATE    PIC 9(8).
                     05 FILLER     PIC X.
                     05 PR-ITEMS   PIC 9(6).
                     05 FILLER     PIC X.
                     05 PR-BREAKS  PIC 9(6).
                     05 FILLER     PIC X.
                     05 PR-VERDICT PIC X(4).
       COPY SEALFD.
       COPY ALERTQFD.
       COPY ERRLOGFD.
       COPY RUNHISTFD.
       WORKING-STORAGE SECTION.
       COPY STOCKWS.
       COPY STKMOVWS.
       COPY SEALWS.
       COPY ALERTQWS.
       COPY ERRLOGWS.
       COPY RUNHISTWS.
       01 Ar-Items-Status PIC XX.
       01 Pay-History-Status PIC XX.
       01 Po-Master-Status PIC XX.
       01 Receipt-Hold-Status PIC XX.
       01 Journal-Status PIC XX.
       01 Proof-Status PIC XX.
       01 Proof-Values.
              05 pf-today     PIC 9(8).
              05 pf-items     PIC 9(6).
              05 pf-breaks    PIC 9(6).
              05 pf-check     PIC X(8).
              05 pf-all-items PIC 9(8) VALUE 0.
              05 pf-all-brk   PIC 9(6) VALUE 0.
              05 pf-z1        PIC Z(10)9.
              05 pf-z2        PIC Z(10)9.
              05 pf-amt-z1    PIC -(11)9.99.
              05 pf-amt-z2    PIC -(11)9.99.
              05 pf-cnt-z     PIC Z(5)9.
              05 pf-cnt2-z    PIC Z(5)9.
      *> 在庫: マスタの部品ごとの最後の移動残高と、マスタにない
      *> 部品の最後の移動残高
       01 Stock-Proof-Values.
              05 LB-Table OCCURS 500 TIMES.
                     10 lb-seen PIC X.
                     10 lb-bal  PIC 9(9).
              05 XP-Count PIC 9(3) VALUE 0.
              05 XP-Idx   PIC 9(3).
              05 XP-Found PIC 9(3).
              05 XP-Table OCCURS 500 TIMES.
                     10 xp-part PIC X(10).
                     10 xp-bal  PIC 9(9).
              05 XP-Overflow PIC X VALUE "N".
      *> 売掛: 請求ごとの入金合計と得意先ごとの集計
       01 Ar-Proof-Values.
              05 AI-Count PIC 9(4) VALUE 0.
              05 AI-Idx   PIC 9(4).
              05 AI-Found PIC 9(4).
              05 AI-Table OCCURS 2000 TIMES.
                     10 ai-inv    PIC 9(8).
                     10 ai-cust   PIC X(10).
                     10 ai-amount PIC 9(11)V99.
                     10 ai-paid   PIC 9(11)V99.
                     10 ai-cn     PIC X.
                     10 ai-pays   PIC 9(11)V99.
              05 AI-Overflow PIC X VALUE "N".
              05 CB-Count PIC 9(3) VALUE 0.
              05 CB-Idx   PIC 9(3).
              05 CB-Found PIC 9(3).
              05 CB-Table OCCURS 500 TIMES.
                     10 cb-cust     PIC X(10).
                     10 cb-invoiced PIC S9(11)V99.
                     10 cb-credits  PIC S9(11)V99.
                     10 cb-pays     PIC S9(11)V99.
                     10 cb-open     PIC S9(11)V99.
              05 CB-Overflow PIC X VALUE "N".
              05 ar-expect    PIC S9(11)V99.
              05 ar-cust-key  PIC X(10).
      *> 発注: 受入移動・検査待ち・タンク受入の合計
       01 Po-Proof-Values.
              05 PT-Count PIC 9(4) VALUE 0.
              05 PT-Idx   PIC 9(4).
              05 PT-Found PIC 9(4).
              05 PT-Table OCCURS 1000 TIMES.
                     10 pt-no      PIC 9(6).
                     10 pt-part    PIC X(10).
                     10 pt-recd    PIC 9(7).
                     10 pt-receipt PIC 9(9).
                     10 pt-held    PIC 9(9).
                     10 pt-tank    PIC 9(9).
              05 PT-Overflow PIC X VALUE "N".
              05 po-key       PIC 9(6).
              05 po-expect    PIC 9(9).
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              MOVE "LEDGERPROOF" TO Run-Hist-Program Err-Program
                     Alert-Program.
              ACCEPT pf-today FROM DATE YYYYMMDD.
              DISPLAY "SUBLEDGER PROOF " pf-today.
              OPEN OUTPUT PROOF-RESULTS.
              PERFORM 100-Prove-Stock THRU 100-Prove-Stock-End.
              PERFORM 200-Prove-Receivables
                     THRU 200-Prove-Receivables-End.
              PERFORM 300-Prove-Purchasing
                     THRU 300-Prove-Purchasing-End.
              CLOSE PROOF-RESULTS.
              MOVE pf-all-brk TO pf-cnt-z.
              IF pf-all-brk = 0 THEN
                     DISPLAY "SUBLEDGERS PROVED, NO BREAKS"
              ELSE
                     DISPLAY "SUBLEDGER BREAKS: " TRIM(pf-cnt-z)
                            ", DAY CANNOT BE CLOSED"
                     MOVE 2 TO RETURN-CODE
              END-IF.
              MOVE pf-all-items TO Run-Hist-Read.
              MOVE pf-all-brk TO Run-Hist-Reject.
              MOVE pf-all-brk TO Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.

      *> 在庫の照合: STOCK-MASTER の手持ち = その部品の最後の
      *> STOCK-MOVEMENTS 残高 (台帳は記録順に追記される)
       100-Prove-Stock.
              MOVE "STOCK" TO pf-check.
              MOVE 0 TO pf-items pf-breaks.
              PERFORM Load-Stock-Table THRU Load-Stock-Table-End.
              PERFORM VARYING Stock-Idx FROM 1 BY 1
              UNTIL Stock-Idx > 500
                     MOVE "N" TO lb-seen(Stock-Idx)
                     MOVE 0 TO lb-bal(Stock-Idx)
              END-PERFORM.
              OPEN INPUT STOCK-MOVEMENTS.
              IF Stock-Move-Status NOT = "00" THEN
                     IF Stock-Move-Status = "05" THEN
                            CLOSE STOCK-MOVEMENTS
                     END-IF
                     GO TO 102-Movements-Done
              END-IF.
       101-Read-Movement.
              READ STOCK-MOVEMENTS
                     AT END
                         CLOSE STOCK-MOVEMENTS
                         GO TO 102-Movements-Done
              END-READ.
              PERFORM 110-Find-Stock-Part.
              IF Stock-Found > 0 THEN
                     MOVE "Y" TO lb-seen(Stock-Found)
                     MOVE SV-BALANCE TO lb-bal(Stock-Found)
                     GO TO 101-Read-Movement
              END-IF.
              MOVE 0 TO XP-Found.
              PERFORM VARYING XP-Idx FROM 1 BY 1
              UNTIL XP-Idx > XP-Count
                     IF xp-part(XP-Idx) = SV-PART THEN
                            MOVE XP-Idx TO XP-Found
                     END-IF
              END-PERFORM.
              IF XP-Found = 0 THEN
                     IF XP-Count >= 500 THEN
                            IF XP-Overflow = "N" THEN
                                   DISPLAY "WARNING: MORE THAN 500"
                                          " PARTS OFF THE STOCK"
                                          " MASTER, EXTRA IGNORED"
                                   MOVE "Y" TO XP-Overflow
                            END-IF
                            GO TO 101-Read-Movement
                     END-IF
                     ADD 1 TO XP-Count
                     MOVE XP-Count TO XP-Found
                     MOVE SV-PART TO xp-part(XP-Found)
              END-IF.
              MOVE SV-BALANCE TO xp-bal(XP-Found).
              GO TO 101-Read-Movement.
       102-Movements-Done.
              PERFORM VARYING Stock-Idx FROM 1 BY 1
              UNTIL Stock-Idx > Stock-Count
                     ADD 1 TO pf-items
                     EVALUATE TRUE
                         WHEN lb-seen(Stock-Idx) = "Y"
                          AND lb-bal(Stock-Idx)
                              NOT = st-onhand(Stock-Idx)
                             ADD 1 TO pf-breaks
                             MOVE st-onhand(Stock-Idx) TO pf-z1
                             MOVE lb-bal(Stock-Idx) TO pf-z2
                             DISPLAY "BREAK STOCK PART "
                                    st-code(Stock-Idx)
                                    ": ON-HAND " TRIM(pf-z1)
                                    ", LAST MOVEMENT BALANCE "
                                    TRIM(pf-z2)
                         WHEN lb-seen(Stock-Idx) = "N"
                          AND st-onhand(Stock-Idx) > 0
                             ADD 1 TO pf-breaks
                             MOVE st-onhand(Stock-Idx) TO pf-z1
                             DISPLAY "BREAK STOCK PART "
                                    st-code(Stock-Idx)
                                    ": ON-HAND " TRIM(pf-z1)
                                    ", NO MOVEMENTS ON FILE"
                     END-EVALUATE
              END-PERFORM.
      *> 削除済み部品は最後の移動 (DELETE) で残高 0 になっている
              PERFORM VARYING XP-Idx FROM 1 BY 1
              UNTIL XP-Idx > XP-Count
                     ADD 1 TO pf-items
                     IF xp-bal(XP-Idx) > 0 THEN
                            ADD 1 TO pf-breaks
                            MOVE xp-bal(XP-Idx) TO pf-z2
                            DISPLAY "BREAK STOCK PART "
                                   xp-part(XP-Idx)
                                   ": NOT ON STOCK-MASTER,"
                                   " LAST MOVEMENT BALANCE "
                                   TRIM(pf-z2)
                     END-IF
              END-PERFORM.
              PERFORM 900-Record-Check.
       100-Prove-Stock-End.
              EXIT.

       110-Find-Stock-Part.
              MOVE 0 TO Stock-Found.
              PERFORM VARYING Stock-Idx FROM 1 BY 1
              UNTIL Stock-Idx > Stock-Count
                     IF st-code(Stock-Idx) = SV-PART THEN
                            MOVE Stock-Idx TO Stock-Found
                     END-IF
              END-PERFORM.

      *> 売掛の照合: 得意先ごとに 未回収残高 = 請求額 - 入金 -
      *> クレジットノート。クレジットノート (AR-REF-DATE あり) の
      *> 充当は請求側の入金済額に入るので、請求ごとには入金履歴が
      *> 入金済額を超えないことだけを見る
       200-Prove-Receivables.
              MOVE "AR" TO pf-check.
              MOVE 0 TO pf-items pf-breaks.
              OPEN INPUT AR-OPEN-ITEMS.
              IF Ar-Items-Status NOT = "00" THEN
                     IF Ar-Items-Status = "05" THEN
                            CLOSE AR-OPEN-ITEMS
                     END-IF
                     GO TO 202-Items-Loaded
              END-IF.
       201-Read-Item.
              READ AR-OPEN-ITEMS
                     AT END
                         CLOSE AR-OPEN-ITEMS
                         GO TO 202-Items-Loaded
              END-READ.
              IF AI-Count >= 2000 THEN
                     IF AI-Overflow = "N" THEN
                            DISPLAY "WARNING: AR-OPEN-ITEMS EXCEEDS"
                                   " 2000 ITEMS, EXTRA NOT PROVED"
                            MOVE "Y" TO AI-Overflow
                     END-IF
                     GO TO 201-Read-Item
              END-IF.
              ADD 1 TO AI-Count.
              MOVE AR-INV TO ai-inv(AI-Count).
              MOVE AR-CUST TO ai-cust(AI-Count).
              MOVE AR-AMOUNT TO ai-amount(AI-Count).
              MOVE AR-PAID TO ai-paid(AI-Count).
              MOVE 0 TO ai-pays(AI-Count).
              IF AR-REF-DATE NOT = SPACE OR AR-STATUS = "CREDIT" THEN
                     MOVE "Y" TO ai-cn(AI-Count)
              ELSE
                     MOVE "N" TO ai-cn(AI-Count)
              END-IF.
              GO TO 201-Read-Item.
       202-Items-Loaded.
              PERFORM VARYING AI-Idx FROM 1 BY 1
              UNTIL AI-Idx > AI-Count
                     MOVE ai-cust(AI-Idx) TO ar-cust-key
                     PERFORM 230-Find-Customer
                            THRU 230-Find-Customer-End
                     IF CB-Found > 0 THEN
                            IF ai-cn(AI-Idx) = "Y" THEN
                                   ADD ai-amount(AI-Idx)
                                          TO cb-credits(CB-Found)
                                   COMPUTE cb-open(CB-Found) =
                                          cb-open(CB-Found)
                                          - ai-amount(AI-Idx)
                                          + ai-paid(AI-Idx)
                            ELSE
                                   ADD ai-amount(AI-Idx)
                                          TO cb-invoiced(CB-Found)
                                   COMPUTE cb-open(CB-Found) =
                                          cb-open(CB-Found)
                                          + ai-amount(AI-Idx)
                                          - ai-paid(AI-Idx)
                            END-IF
                     END-IF
              END-PERFORM.
              OPEN INPUT AR-PAYMENT-HISTORY.
              IF Pay-History-Status NOT = "00" THEN
                     IF Pay-History-Status = "05" THEN
                            CLOSE AR-PAYMENT-HISTORY
                     END-IF
                     GO TO 204-Payments-Done
              END-IF.
       203-Read-Payment.
              READ AR-PAYMENT-HISTORY
                     AT END
                         CLOSE AR-PAYMENT-HISTORY
                         GO TO 204-Payments-Done
              END-READ.
              MOVE 0 TO AI-Found.
              PERFORM VARYING AI-Idx FROM 1 BY 1
              UNTIL AI-Idx > AI-Count
                     IF ai-inv(AI-Idx) = PH-INV THEN
                            MOVE AI-Idx TO AI-Found
                     END-IF
              END-PERFORM.
              IF AI-Found = 0 THEN
                     IF AI-Overflow = "N" THEN
                            ADD 1 TO pf-breaks
                            MOVE PH-AMOUNT TO pf-amt-z1
                            DISPLAY "BREAK AR INVOICE " PH-INV
                                   ": PAYMENT OF " TRIM(pf-amt-z1)
                                   " ON " PH-DATE
                                   " BUT NO SUCH INVOICE ON"
                                   " AR-OPEN-ITEMS"
                     END-IF
                     GO TO 203-Read-Payment
              END-IF.
              ADD PH-AMOUNT TO ai-pays(AI-Found).
              MOVE ai-cust(AI-Found) TO ar-cust-key.
              PERFORM 230-Find-Customer
                     THRU 230-Find-Customer-End.
              IF CB-Found > 0 THEN
                     ADD PH-AMOUNT TO cb-pays(CB-Found)
              END-IF.
              GO TO 203-Read-Payment.
       204-Payments-Done.
              PERFORM VARYING AI-Idx FROM 1 BY 1
              UNTIL AI-Idx > AI-Count
                     IF ai-cn(AI-Idx) = "N"
                     AND ai-pays(AI-Idx) > ai-paid(AI-Idx) THEN
                            ADD 1 TO pf-breaks
                            COMPUTE pf-amt-z1 =
                                   ai-amount(AI-Idx) - ai-paid(AI-Idx)
                            COMPUTE pf-amt-z2 =
                                   ai-amount(AI-Idx) - ai-pays(AI-Idx)
                            DISPLAY "BREAK AR INVOICE " ai-inv(AI-Idx)
                                   " " TRIM(ai-cust(AI-Idx))
                                   ": OPEN " TRIM(pf-amt-z1)
                                   ", INVOICED LESS PAYMENTS "
                                   TRIM(pf-amt-z2)
                     END-IF
              END-PERFORM.
              PERFORM VARYING CB-Idx FROM 1 BY 1
              UNTIL CB-Idx > CB-Count
                     ADD 1 TO pf-items
                     COMPUTE ar-expect = cb-invoiced(CB-Idx)
                            - cb-pays(CB-Idx) - cb-credits(CB-Idx)
                     IF ar-expect NOT = cb-open(CB-Idx) THEN
                            ADD 1 TO pf-breaks
                            MOVE cb-open(CB-Idx) TO pf-amt-z1
                            MOVE ar-expect TO pf-amt-z2
                            IF cb-cust(CB-Idx) = SPACE THEN
                                   DISPLAY "BREAK AR CUSTOMER (NONE)"
                                          ": OPEN BALANCE "
                                          TRIM(pf-amt-z1)
                                          ", INVOICES LESS PAYMENTS"
                                          " AND CREDITS "
                                          TRIM(pf-amt-z2)
                            ELSE
                                   DISPLAY "BREAK AR CUSTOMER "
                                          TRIM(cb-cust(CB-Idx))
                                          ": OPEN BALANCE "
                                          TRIM(pf-amt-z1)
                                          ", INVOICES LESS PAYMENTS"
                                          " AND CREDITS "
                                          TRIM(pf-amt-z2)
                            END-IF
                     END-IF
              END-PERFORM.
              PERFORM 900-Record-Check.
       200-Prove-Receivables-End.
              EXIT.

       230-Find-Customer.
              MOVE 0 TO CB-Found.
              PERFORM VARYING CB-Idx FROM 1 BY 1
              UNTIL CB-Idx > CB-Count
                     IF cb-cust(CB-Idx) = ar-cust-key THEN
                            MOVE CB-Idx TO CB-Found
                     END-IF
              END-PERFORM.
              IF CB-Found > 0 THEN
                     GO TO 230-Find-Customer-End
              END-IF.
              IF CB-Count >= 500 THEN
                     IF CB-Overflow = "N" THEN
                            DISPLAY "WARNING: MORE THAN 500 AR"
                                   " CUSTOMERS, EXTRA NOT PROVED"
                            MOVE "Y" TO CB-Overflow
                     END-IF
                     GO TO 230-Find-Customer-End
              END-IF.
              ADD 1 TO CB-Count.
              MOVE CB-Count TO CB-Found.
              MOVE ar-cust-key TO cb-cust(CB-Found).
              MOVE 0 TO cb-invoiced(CB-Found) cb-credits(CB-Found)
                     cb-pays(CB-Found) cb-open(CB-Found).
       230-Find-Customer-End.
              EXIT.

      *> 発注の照合: PO-RECD = RECEIPT 移動 (SV-REF = 発注番号) +
      *> 受入検査待ち (RECEIPT-HOLD の HOLD) + タンク直接受入
      *> (RIO-JOURNAL の発注入荷)。検査で不合格の分は PO-RECD から
      *> 戻されるので RETURN 移動は数えない
       300-Prove-Purchasing.
              MOVE "PO" TO pf-check.
              MOVE 0 TO pf-items pf-breaks.
              OPEN INPUT PO-MASTER.
              IF Po-Master-Status NOT = "00" THEN
                     IF Po-Master-Status = "05" THEN
                            CLOSE PO-MASTER
                     END-IF
                     GO TO 302-Orders-Loaded
              END-IF.
       301-Read-Order.
              READ PO-MASTER
                     AT END
                         CLOSE PO-MASTER
                         GO TO 302-Orders-Loaded
              END-READ.
              IF PT-Count >= 1000 THEN
                     IF PT-Overflow = "N" THEN
                            DISPLAY "WARNING: PO-MASTER EXCEEDS 1000"
                                   " ORDERS, EXTRA NOT PROVED"
                            MOVE "Y" TO PT-Overflow
                     END-IF
                     GO TO 301-Read-Order
              END-IF.
              ADD 1 TO PT-Count.
              MOVE PO-NO TO pt-no(PT-Count).
              MOVE PO-PART TO pt-part(PT-Count).
              MOVE PO-RECD TO pt-recd(PT-Count).
              MOVE 0 TO pt-receipt(PT-Count) pt-held(PT-Count)
                     pt-tank(PT-Count).
              GO TO 301-Read-Order.
       302-Orders-Loaded.
              OPEN INPUT STOCK-MOVEMENTS.
              IF Stock-Move-Status NOT = "00" THEN
                     IF Stock-Move-Status = "05" THEN
                            CLOSE STOCK-MOVEMENTS
                     END-IF
                     GO TO 304-Receipts-Done
              END-IF.
       303-Read-Receipt.
              READ STOCK-MOVEMENTS
                     AT END
                         CLOSE STOCK-MOVEMENTS
                         GO TO 304-Receipts-Done
              END-READ.
              IF SV-TYPE NOT = "RECEIPT" THEN
                     GO TO 303-Read-Receipt
              END-IF.
              IF SV-REF(1:6) IS NOT NUMERIC
              OR SV-REF(7:4) NOT = SPACE THEN
                     ADD 1 TO pf-breaks
                     MOVE SV-QTY TO pf-z1
                     DISPLAY "BREAK PO RECEIPT OF " TRIM(pf-z1)
                            " PART " TRIM(SV-PART) " ON " SV-DATE
                            ": REFERENCE " TRIM(SV-REF)
                            " IS NOT A PO NUMBER"
                     GO TO 303-Read-Receipt
              END-IF.
              MOVE SV-REF(1:6) TO po-key.
              PERFORM 330-Find-Order.
              IF PT-Found = 0 THEN
                     IF PT-Overflow = "N" THEN
                            ADD 1 TO pf-breaks
                            MOVE SV-QTY TO pf-z1
                            DISPLAY "BREAK PO " po-key
                                   ": RECEIPT OF " TRIM(pf-z1)
                                   " ON " SV-DATE
                                   " BUT NO SUCH ORDER ON PO-MASTER"
                     END-IF
                     GO TO 303-Read-Receipt
              END-IF.
              ADD SV-QTY TO pt-receipt(PT-Found).
              GO TO 303-Read-Receipt.
       304-Receipts-Done.
              OPEN INPUT RECEIPT-HOLD.
              IF Receipt-Hold-Status NOT = "00" THEN
                     IF Receipt-Hold-Status = "05" THEN
                            CLOSE RECEIPT-HOLD
                     END-IF
                     GO TO 306-Holds-Done
              END-IF.
       305-Read-Hold.
              READ RECEIPT-HOLD
                     AT END
                         CLOSE RECEIPT-HOLD
                         GO TO 306-Holds-Done
              END-READ.
              IF RI-STATUS = "HOLD" THEN
                     MOVE RI-PO TO po-key
                     PERFORM 330-Find-Order
                     IF PT-Found > 0 THEN
                            ADD RI-QTY TO pt-held(PT-Found)
                     END-IF
              END-IF.
              GO TO 305-Read-Hold.
       306-Holds-Done.
              OPEN INPUT RIO-JOURNAL.
              IF Journal-Status NOT = "00" THEN
                     IF Journal-Status = "05" THEN
                            CLOSE RIO-JOURNAL
                     END-IF
                     GO TO 308-Tank-Done
              END-IF.
       307-Read-Journal.
              READ RIO-JOURNAL
                     AT END
                         CLOSE RIO-JOURNAL
                         GO TO 308-Tank-Done
              END-READ.
              IF RJ-PO IS NUMERIC THEN
                     MOVE RJ-PO TO po-key
                     PERFORM 330-Find-Order
                     IF PT-Found > 0 THEN
                            ADD RJ-S TO pt-tank(PT-Found)
                     END-IF
              END-IF.
              GO TO 307-Read-Journal.
       308-Tank-Done.
              PERFORM VARYING PT-Idx FROM 1 BY 1
              UNTIL PT-Idx > PT-Count
                     ADD 1 TO pf-items
                     COMPUTE po-expect = pt-receipt(PT-Idx)
                            + pt-held(PT-Idx) + pt-tank(PT-Idx)
                     IF po-expect NOT = pt-recd(PT-Idx) THEN
                            ADD 1 TO pf-breaks
                            MOVE pt-recd(PT-Idx) TO pf-z1
                            MOVE po-expect TO pf-z2
                            DISPLAY "BREAK PO " pt-no(PT-Idx)
                                   " PART " TRIM(pt-part(PT-Idx))
                                   ": PO-RECD " TRIM(pf-z1)
                                   ", RECEIPTS ON FILE " TRIM(pf-z2)
                     END-IF
              END-PERFORM.
              PERFORM 900-Record-Check.
       300-Prove-Purchasing-End.
              EXIT.

       330-Find-Order.
              MOVE 0 TO PT-Found.
              PERFORM VARYING PT-Idx FROM 1 BY 1
              UNTIL PT-Idx > PT-Count
                     IF pt-no(PT-Idx) = po-key THEN
                            MOVE PT-Idx TO PT-Found
                     END-IF
              END-PERFORM.

      *> 照合1件の結果を PROOF-RESULTS に残し、不一致があれば
      *> エラーログとアラートキューへ上げる
       900-Record-Check.
              MOVE SPACE TO PROOF-RESULTS-RECORD.
              MOVE pf-check TO PR-CHECK.
              MOVE pf-today TO PR-DATE.
              MOVE pf-items TO PR-ITEMS.
              MOVE pf-breaks TO PR-BREAKS.
              MOVE pf-items TO pf-cnt-z.
              MOVE pf-breaks TO pf-cnt2-z.
              ADD pf-items TO pf-all-items.
              ADD pf-breaks TO pf-all-brk.
              IF pf-breaks = 0 THEN
                     MOVE "PASS" TO PR-VERDICT
                     DISPLAY "PROVED " TRIM(pf-check) ": "
                            TRIM(pf-cnt-z) " ITEM(S), NO BREAKS"
              ELSE
                     MOVE "FAIL" TO PR-VERDICT
                     DISPLAY "NOT PROVED " TRIM(pf-check) ": "
                            TRIM(pf-cnt2-z) " BREAK(S) IN "
                            TRIM(pf-cnt-z) " ITEM(S)"
                     EVALUATE pf-check
                         WHEN "STOCK"
                             MOVE "LPF-001" TO Err-Code
                             MOVE "ON-HAND DISAGREES WITH MOVEMENTS"
                                    TO Err-Text
                         WHEN "AR"
                             MOVE "LPF-002" TO Err-Code
                             MOVE "AR BALANCE DISAGREES WITH ITS TRAIL"
                                    TO Err-Text
                         WHEN OTHER
                             MOVE "LPF-003" TO Err-Code
                             MOVE "PO-RECD DISAGREES WITH RECEIPTS"
                                    TO Err-Text
                     END-EVALUATE
                     MOVE "E" TO Err-Severity
                     MOVE SPACE TO Err-Input
                     STRING TRIM(pf-check) DELIMITED BY SIZE
                            " BREAKS " DELIMITED BY SIZE
                            TRIM(pf-cnt2-z) DELIMITED BY SIZE
                            INTO Err-Input
                     END-STRING
                     PERFORM Write-Error-Log
                     MOVE Err-Code TO Alert-Code
                     MOVE SPACE TO Alert-Text
                     STRING "SUBLEDGER PROOF " DELIMITED BY SIZE
                            TRIM(pf-check) DELIMITED BY SIZE
                            ": " DELIMITED BY SIZE
                            TRIM(pf-cnt2-z) DELIMITED BY SIZE
                            " BREAK(S)" DELIMITED BY SIZE
                            INTO Alert-Text
                     END-STRING
                     PERFORM Write-Alert-Queue
              END-IF.
              WRITE PROOF-RESULTS-RECORD.

       COPY STOCKPD.
       COPY SEALPD.
       COPY ALERTQPD.
       COPY ERRLOGPD.
       COPY RUNHISTPD.
       END PROGRAM MAIN.
