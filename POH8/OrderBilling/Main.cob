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
       COPY KBOXSL.
       COPY KFRTSL.
              SELECT OPTIONAL ITEM-PRICES
                     ASSIGN TO "ITEM-PRICES"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Prices-Status.
              SELECT ORDER-INVOICE
                     ASSIGN TO "ORDER-INVOICE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Invoice-Status.
              SELECT OPTIONAL BILLED-ORDERS
                     ASSIGN TO "BILLED-ORDERS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Billed-Status.
       COPY ARITEMSL.
       COPY INVCTLSL.
       COPY RUNHISTSL.
       COPY DAILYTOTSL.
       COPY TAXRATESL.
       COPY CUSTMSTSL.
       COPY RUNCALSL.
       COPY ORDMSTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY KBOXFD.
       COPY KFRTFD.
       FD  ITEM-PRICES.
              01 ITEM-PRICES-RECORD PIC X(40).
       FD  ORDER-INVOICE.
              01 INVOICE-RECORD PIC X(100).
       FD  BILLED-ORDERS.
              01 BILLED-ORDERS-RECORD.
                     05 BO-ORDER PIC X(10).
                     05 FILLER   PIC X.
                     05 BO-INV   PIC 9(8).
                     05 FILLER   PIC X.
                     05 BO-DATE  PIC 9(8).
       COPY ARITEMFD.
       COPY INVCTLFD.
       COPY RUNHISTFD.
       COPY DAILYTOTFD.
       COPY TAXRATEFD.
       COPY CUSTMSTFD.
       COPY RUNCALFD.
       COPY ORDMSTFD.
       WORKING-STORAGE SECTION.
       COPY RUNHISTWS.
       COPY DAILYTOTWS.
       COPY TRAILERWS.
       COPY INVCTLWS.
       COPY REPORTWS.
       COPY TAXRATEWS.
       COPY DUEDATEWS.
       COPY ORDMSTWS.
       01 Cust-Master-Status PIC XX.
       01 Calendar-Status PIC XX.
       01 Boxes-Status PIC XX.
       01 Freight-Status PIC XX.
       01 Prices-Status PIC XX.
       01 Invoice-Status PIC XX.
       01 Billed-Status PIC XX.
       01 Ar-Items-Status PIC XX.
       01 Price-Table-Values.
              05 Price-Count PIC 9(3) VALUE 0.
              05 Price-Idx   PIC 9(3).
              05 Price-Found PIC 9(3).
              05 Price-Table OCCURS 500 TIMES.
                     10 pr-item  PIC X(10).
                     10 pr-price PIC 9(7)V99.
                     10 pr-tax-cat PIC X(8).
              05 pr-item-tok  PIC X(12).
              05 pr-price-tok PIC X(15).
              05 pr-cat-tok   PIC X(10).
       01 Billed-Table-Values.
              05 BT-Count PIC 9(4) VALUE 0.
              05 BT-Idx   PIC 9(4).
              05 BT-Found PIC 9(4).
              05 BT-Table OCCURS 2000 TIMES.
                     10 bt-order PIC X(10).
                     10 bt-inv   PIC 9(8).
      *> Fulfillment が見積もった受注別の運賃
       01 Freight-Table-Values.
              05 FT-Count PIC 9(4) VALUE 0.
              05 FT-Idx   PIC 9(4).
              05 FT-Found PIC 9(4).
              05 FT-Table OCCURS 1000 TIMES.
                     10 ft-order   PIC X(10).
                     10 ft-carrier PIC X(8).
                     10 ft-freight PIC 9(7)V99.
      *> 請求は箱ファイルのトレーラ検証が通るまで保留する
       01 Pending-Bill-Values.
              05 PB-Count PIC 9(3) VALUE 0.
              05 PB-Idx   PIC 9(3).
              05 PB-Table OCCURS 500 TIMES.
                     10 pb-order  PIC X(10).
                     10 pb-cust   PIC X(10).
                     10 pb-item   PIC X(10).
                     10 pb-qty    PIC 9(5).
                     10 pb-price  PIC 9(7)V99.
                     10 pb-amount PIC 9(11)V99.
                     10 pb-tax-cat PIC X(8).
                     10 pb-tax-rate PIC 9(2)V99.
                     10 pb-tax    PIC 9(11)V99.
                     10 pb-carrier PIC X(8).
                     10 pb-freight PIC 9(7)V99.
                     10 pb-fr-tax  PIC 9(11)V99.
       01 Billing-Values.
              05 Bill-Date    PIC 9(8).
              05 Bill-Amount  PIC 9(11)V99.
              05 Bill-Total   PIC 9(13)V99 VALUE 0.
              05 Bill-Tax-Total PIC 9(13)V99 VALUE 0.
              05 Bill-Gross   PIC 9(11)V99.
              05 Bill-Gross-Total PIC 9(13)V99 VALUE 0.
              05 Bill-Freight-Total PIC 9(13)V99 VALUE 0.
              05 Bill-Raised  PIC 9(6) VALUE 0.
              05 Bill-Skipped PIC 9(6) VALUE 0.
              05 Bill-Dup     PIC 9(6) VALUE 0.
              05 Bill-Reject  PIC 9(6) VALUE 0.
              05 Bill-Read    PIC 9(6) VALUE 0.
              05 Bill-Whole   PIC 9(13).
              05 Bill-Qty-Z   PIC Z(4)9.
              05 Bill-Price-Z PIC Z(6)9.99.
              05 Bill-Amt-Z   PIC Z(10)9.99.
              05 Bill-Tot-Z   PIC Z(12)9.99.
              05 Bill-Cnt-Z   PIC Z(5)9.
              05 Bill-Tax-Z   PIC Z(10)9.99.
              05 Bill-Gross-Z PIC Z(10)9.99.
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              MOVE "ORDERBILLING" TO Run-Hist-Program Ord-Program.
              PERFORM 010-Load-Prices THRU 012-Prices-Loaded.
              IF Price-Count = 0 THEN
                     DISPLAY "ERROR: ITEM-PRICES IS EMPTY OR ABSENT"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              PERFORM 013-Load-Billed THRU 015-Billed-Loaded.
              PERFORM 016-Load-Freight THRU 018-Freight-Loaded.
              PERFORM Load-Tax-Rates THRU Load-Tax-Rates-End.
              PERFORM Load-Payment-Terms THRU Load-Payment-Terms-End.
              PERFORM Load-Business-Calendar
                     THRU Load-Business-Calendar-End.
              OPEN INPUT KATYUSHA-BOXES.
              IF Boxes-Status NOT = "00" THEN
                     IF Boxes-Status = "05" THEN
                            CLOSE KATYUSHA-BOXES
                     END-IF
                     DISPLAY "ERROR: KATYUSHA-BOXES IS EMPTY OR"
                            " ABSENT, RUN THE ORDER BATCH FIRST"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ACCEPT Bill-Date FROM DATE YYYYMMDD.
       020-Read-Box.
              READ KATYUSHA-BOXES
                     AT END
                         GO TO 030-Boxes-Done
              END-READ.
              MOVE KATYUSHA-BOXES-RECORD TO Trl-Line.
              PERFORM Check-Trailer-Record.
              IF Trl-Is-Trailer = "Y" THEN
                     GO TO 020-Read-Box
              END-IF.
              PERFORM Tally-Trailer-Record.
              ADD 1 TO Bill-Read.
              PERFORM 050-Price-One-Order THRU 050-Price-One-Order-End.
              GO TO 020-Read-Box.
       030-Boxes-Done.
              CLOSE KATYUSHA-BOXES.
      *> トレーラのない箱ファイルは合計不一致で再投入待ちの入力
              PERFORM Verify-Control-Totals.
              IF RETURN-CODE NOT = 0 THEN
                     DISPLAY "ERROR: KATYUSHA-BOXES DID NOT BALANCE,"
                            " NO INVOICES RAISED"
                     GO TO 090-Finish
              END-IF.
              IF PB-Count > 0 THEN
                     PERFORM 060-Raise-Invoices
                            THRU 060-Raise-Invoices-End
              END-IF.
              PERFORM 070-Billing-Report.
              IF Bill-Reject > 0 AND RETURN-CODE = 0 THEN
                     MOVE 2 TO RETURN-CODE
              END-IF.
       090-Finish.
              MOVE Bill-Total TO Bill-Whole.
              IF RETURN-CODE NOT = 1 THEN
                     MOVE "INV-CNT" TO Daily-Metric
                     MOVE Bill-Raised TO Daily-Value
                     PERFORM Write-Daily-Total
                     MOVE "BILLAMT" TO Daily-Metric
                     MOVE Bill-Whole TO Daily-Value
                     PERFORM Write-Daily-Total
              END-IF.
              MOVE Bill-Read TO Run-Hist-Read.
              MOVE Bill-Reject TO Run-Hist-Reject.
              MOVE Bill-Whole TO Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.

      *> 品目単価表 ("item unit-price [tax-category]") の読み込み。
      *> 区分を省略した品目は標準税率 (STANDARD)
       010-Load-Prices.
              OPEN INPUT ITEM-PRICES.
              IF Prices-Status NOT = "00" THEN
                     IF Prices-Status = "05" THEN
                            CLOSE ITEM-PRICES
                     END-IF
                     GO TO 012-Prices-Loaded
              END-IF.
       011-Read-Price.
              READ ITEM-PRICES
                     AT END
                         CLOSE ITEM-PRICES
                         GO TO 012-Prices-Loaded
              END-READ.
              IF ITEM-PRICES-RECORD = SPACE
              OR ITEM-PRICES-RECORD(1:1) = "*" THEN
                     GO TO 011-Read-Price
              END-IF.
              MOVE SPACE TO pr-item-tok pr-price-tok pr-cat-tok.
              UNSTRING ITEM-PRICES-RECORD DELIMITED BY ALL " "
                     INTO pr-item-tok pr-price-tok pr-cat-tok.
              IF pr-item-tok = SPACE
              OR pr-price-tok = SPACE THEN
                     DISPLAY "WARNING: BAD PRICE LINE SKIPPED: "
                            TRIM(ITEM-PRICES-RECORD)
                     GO TO 011-Read-Price
              END-IF.
              IF Price-Count >= 500 THEN
                     DISPLAY "WARNING: ITEM-PRICES EXCEEDS 500"
                            " ITEMS, EXTRA LINES IGNORED"
                     GO TO 011-Read-Price
              END-IF.
              ADD 1 TO Price-Count.
              MOVE pr-item-tok TO pr-item(Price-Count).
              MOVE NUMVAL(TRIM(pr-price-tok)) TO pr-price(Price-Count).
              MOVE pr-cat-tok TO pr-tax-cat(Price-Count).
              IF pr-tax-cat(Price-Count) = SPACE THEN
                     MOVE "STANDARD" TO pr-tax-cat(Price-Count)
              END-IF.
              GO TO 011-Read-Price.
       012-Prices-Loaded.
              EXIT.

      *> 請求済み受注の台帳。再実行で同じ受注を二重請求しない
       013-Load-Billed.
              OPEN INPUT BILLED-ORDERS.
              IF Billed-Status NOT = "00" THEN
                     IF Billed-Status = "05" THEN
                            CLOSE BILLED-ORDERS
                     END-IF
                     GO TO 015-Billed-Loaded
              END-IF.
       014-Read-Billed.
              READ BILLED-ORDERS
                     AT END
                         CLOSE BILLED-ORDERS
                         GO TO 015-Billed-Loaded
              END-READ.
              IF BT-Count >= 2000 THEN
                     DISPLAY "ERROR: BILLED-ORDERS EXCEEDS 2000"
                            " RECORDS, ARCHIVE THE REGISTER FIRST"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO BT-Count.
              MOVE BO-ORDER TO bt-order(BT-Count).
              MOVE BO-INV TO bt-inv(BT-Count).
              GO TO 014-Read-Billed.
       015-Billed-Loaded.
              EXIT.

      *> 受注別運賃 (Fulfillment の KATYUSHA-FREIGHT)。ない受注は
      *> 運賃なしで請求する
       016-Load-Freight.
              OPEN INPUT KATYUSHA-FREIGHT.
              IF Freight-Status NOT = "00" THEN
                     IF Freight-Status = "05" THEN
                            CLOSE KATYUSHA-FREIGHT
                     END-IF
                     GO TO 018-Freight-Loaded
              END-IF.
       017-Read-Freight.
              READ KATYUSHA-FREIGHT
                     AT END
                         CLOSE KATYUSHA-FREIGHT
                         GO TO 018-Freight-Loaded
              END-READ.
              IF KF-ORDER = SPACE
              OR KF-FREIGHT IS NOT NUMERIC THEN
                     DISPLAY "WARNING: BAD FREIGHT RECORD SKIPPED: "
                            TRIM(KATYUSHA-FREIGHT-RECORD)
                     GO TO 017-Read-Freight
              END-IF.
              IF FT-Count >= 1000 THEN
                     DISPLAY "ERROR: KATYUSHA-FREIGHT EXCEEDS 1000"
                            " RECORDS"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO FT-Count.
              MOVE KF-ORDER TO ft-order(FT-Count).
              MOVE KF-CARRIER TO ft-carrier(FT-Count).
              MOVE KF-FREIGHT TO ft-freight(FT-Count).
              GO TO 017-Read-Freight.
       018-Freight-Loaded.
              EXIT.

      *> 受注1件の値付け: 引当数 x 品目単価
       050-Price-One-Order.
              IF KB-ALLOC = 0 THEN
                     ADD 1 TO Bill-Skipped
                     DISPLAY "ORDER " TRIM(KB-ORDER)
                            " NOTHING ALLOCATED, NOT INVOICED"
                     GO TO 050-Price-One-Order-End
              END-IF.
              MOVE 0 TO BT-Found.
              IF BT-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING BT-Idx FROM 1 BY 1
                     UNTIL BT-Idx >= BT-Count
                            IF bt-order(BT-Idx) = KB-ORDER THEN
                                   MOVE BT-Idx TO BT-Found
                            END-IF
                     END-PERFORM
              END-IF.
              IF BT-Found > 0 THEN
                     ADD 1 TO Bill-Dup
                     DISPLAY "ORDER " TRIM(KB-ORDER)
                            " ALREADY INVOICED ON "
                            bt-inv(BT-Found) ", SKIPPED"
                     GO TO 050-Price-One-Order-End
              END-IF.
              MOVE 0 TO Price-Found.
              PERFORM WITH TEST AFTER
              VARYING Price-Idx FROM 1 BY 1
              UNTIL Price-Idx >= Price-Count
                     IF pr-item(Price-Idx) = KB-ITEM THEN
                            MOVE Price-Idx TO Price-Found
                     END-IF
              END-PERFORM.
              IF Price-Found = 0 THEN
                     ADD 1 TO Bill-Reject
                     DISPLAY "ERROR: ORDER " TRIM(KB-ORDER)
                            " ITEM " TRIM(KB-ITEM)
                            " NOT ON ITEM-PRICES, NOT INVOICED"
                     GO TO 050-Price-One-Order-End
              END-IF.
      *> 請求日に有効な税率がない区分の品目は請求しない
              MOVE pr-tax-cat(Price-Found) TO Tax-Category.
              MOVE Bill-Date TO Tax-Date.
              COMPUTE Tax-Net = KB-ALLOC * pr-price(Price-Found).
              PERFORM Compute-Tax.
              IF Tax-Rate-Found = "N" THEN
                     ADD 1 TO Bill-Reject
                     DISPLAY "ERROR: ORDER " TRIM(KB-ORDER)
                            " NO TAX RATE IN FORCE FOR "
                            TRIM(Tax-Category) ", NOT INVOICED"
                     GO TO 050-Price-One-Order-End
              END-IF.
              IF PB-Count >= 500 THEN
                     ADD 1 TO Bill-Reject
                     DISPLAY "ERROR: MORE THAN 500 ORDERS TO BILL,"
                            " ORDER " TRIM(KB-ORDER) " NOT INVOICED"
                     GO TO 050-Price-One-Order-End
              END-IF.
              ADD 1 TO PB-Count.
              MOVE KB-ORDER TO pb-order(PB-Count).
              MOVE KB-CUST TO pb-cust(PB-Count).
              MOVE KB-ITEM TO pb-item(PB-Count).
              MOVE KB-ALLOC TO pb-qty(PB-Count).
              MOVE pr-price(Price-Found) TO pb-price(PB-Count).
              MOVE Tax-Net TO pb-amount(PB-Count).
              MOVE Tax-Category TO pb-tax-cat(PB-Count).
              MOVE Tax-Rate TO pb-tax-rate(PB-Count).
              MOVE Tax-Amount TO pb-tax(PB-Count).
      *> 運賃は品目と同じ税区分・税率で課税して別行で請求する
              MOVE SPACE TO pb-carrier(PB-Count).
              MOVE 0 TO pb-freight(PB-Count) pb-fr-tax(PB-Count).
              MOVE 0 TO FT-Found.
              IF FT-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING FT-Idx FROM 1 BY 1
                     UNTIL FT-Idx >= FT-Count
                            IF ft-order(FT-Idx) = KB-ORDER THEN
                                   MOVE FT-Idx TO FT-Found
                            END-IF
                     END-PERFORM
              END-IF.
              IF FT-Found > 0 THEN
                     MOVE ft-carrier(FT-Found) TO pb-carrier(PB-Count)
                     MOVE ft-freight(FT-Found) TO pb-freight(PB-Count)
                     MOVE ft-freight(FT-Found) TO Tax-Net
                     PERFORM Compute-Tax
                     MOVE Tax-Amount TO pb-fr-tax(PB-Count)
              END-IF.
       050-Price-One-Order-End.
              EXIT.

      *> 採番して請求書・売掛未消込・請求済み台帳へ書く。売掛が
      *> 開けないときは1件も切らない (番号も進めない)
       060-Raise-Invoices.
              OPEN EXTEND AR-OPEN-ITEMS.
              IF Ar-Items-Status NOT = "00"
              AND Ar-Items-Status NOT = "05" THEN
                     DISPLAY "ERROR: AR-OPEN-ITEMS NOT AVAILABLE,"
                            " STATUS " Ar-Items-Status
                            ", NO INVOICES RAISED"
                     MOVE 1 TO RETURN-CODE
                     GO TO 060-Raise-Invoices-End
              END-IF.
              PERFORM Load-Invoice-Control.
              OPEN OUTPUT ORDER-INVOICE.
              OPEN EXTEND BILLED-ORDERS.
              PERFORM WITH TEST AFTER
              VARYING PB-Idx FROM 1 BY 1 UNTIL PB-Idx >= PB-Count
                     PERFORM Take-Invoice-Number
                     MOVE pb-cust(PB-Idx) TO Due-Cust
                     MOVE Bill-Date TO Due-From
                     PERFORM Compute-Due-Date
                     COMPUTE Bill-Amount = pb-amount(PB-Idx)
                            + pb-freight(PB-Idx)
                     COMPUTE Bill-Gross = Bill-Amount + pb-tax(PB-Idx)
                            + pb-fr-tax(PB-Idx)
                     ADD Bill-Amount TO Bill-Total
                     ADD pb-tax(PB-Idx) pb-fr-tax(PB-Idx)
                            TO Bill-Tax-Total
                     ADD pb-freight(PB-Idx) TO Bill-Freight-Total
                     ADD Bill-Gross TO Bill-Gross-Total
                     ADD 1 TO Bill-Raised
                     PERFORM 065-Write-Invoice-Line
                     MOVE SPACE TO AR-ITEM-RECORD
                     MOVE Inv-No TO AR-INV
                     MOVE Bill-Date TO AR-DATE
                     MOVE Bill-Gross TO AR-AMOUNT
                     MOVE 0 TO AR-PAID
                     MOVE "OPEN" TO AR-STATUS
                     MOVE pb-cust(PB-Idx) TO AR-CUST
                     MOVE pb-tax-cat(PB-Idx) TO AR-TAX-CAT
                     MOVE pb-tax-rate(PB-Idx) TO AR-TAX-RATE
                     MOVE Bill-Amount TO AR-NET
                     COMPUTE AR-TAX = pb-tax(PB-Idx)
                            + pb-fr-tax(PB-Idx)
                     MOVE Due-Date TO AR-DUE-DATE
                     WRITE AR-ITEM-RECORD
                     MOVE SPACE TO BILLED-ORDERS-RECORD
                     MOVE pb-order(PB-Idx) TO BO-ORDER
                     MOVE Inv-No TO BO-INV
                     MOVE Bill-Date TO BO-DATE
                     WRITE BILLED-ORDERS-RECORD
                     MOVE pb-order(PB-Idx) TO Ord-Order
                     MOVE "INVOICED" TO Ord-Status
                     MOVE pb-qty(PB-Idx) TO Ord-Qty
                     STRING "INVOICE " Inv-No
                            DELIMITED BY SIZE INTO Ord-Note
                     PERFORM Post-Order-Status
                            THRU Post-Order-Status-End
              END-PERFORM.
              MOVE Bill-Total TO Bill-Tot-Z.
              MOVE SPACE TO INVOICE-RECORD.
              STRING "INVOICE NET TOTAL " DELIMITED BY SIZE
                     TRIM(Bill-Tot-Z) DELIMITED BY SIZE
                     INTO INVOICE-RECORD
              END-STRING.
              WRITE INVOICE-RECORD.
              MOVE Bill-Tax-Total TO Bill-Tot-Z.
              MOVE SPACE TO INVOICE-RECORD.
              STRING "INVOICE TAX TOTAL " DELIMITED BY SIZE
                     TRIM(Bill-Tot-Z) DELIMITED BY SIZE
                     INTO INVOICE-RECORD
              END-STRING.
              WRITE INVOICE-RECORD.
              MOVE Bill-Gross-Total TO Bill-Tot-Z.
              MOVE SPACE TO INVOICE-RECORD.
              STRING "INVOICE TOTAL " DELIMITED BY SIZE
                     TRIM(Bill-Tot-Z) DELIMITED BY SIZE
                     INTO INVOICE-RECORD
              END-STRING.
              WRITE INVOICE-RECORD.
              CLOSE BILLED-ORDERS.
              CLOSE ORDER-INVOICE.
              CLOSE AR-OPEN-ITEMS.
              PERFORM Save-Invoice-Control.
       060-Raise-Invoices-End.
              EXIT.

       065-Write-Invoice-Line.
              MOVE pb-qty(PB-Idx) TO Bill-Qty-Z.
              MOVE pb-price(PB-Idx) TO Bill-Price-Z.
              MOVE pb-amount(PB-Idx) TO Bill-Amt-Z.
              MOVE SPACE TO INVOICE-RECORD.
              STRING "INV " DELIMITED BY SIZE
                     Inv-No DELIMITED BY SIZE
                     " ORDER " DELIMITED BY SIZE
                     TRIM(pb-order(PB-Idx)) DELIMITED BY SIZE
                     " CUST " DELIMITED BY SIZE
                     TRIM(pb-cust(PB-Idx)) DELIMITED BY SIZE
                     " ITEM " DELIMITED BY SIZE
                     TRIM(pb-item(PB-Idx)) DELIMITED BY SIZE
                     " QTY " DELIMITED BY SIZE
                     TRIM(Bill-Qty-Z) DELIMITED BY SIZE
                     " PRICE " DELIMITED BY SIZE
                     TRIM(Bill-Price-Z) DELIMITED BY SIZE
                     " AMOUNT " DELIMITED BY SIZE
                     TRIM(Bill-Amt-Z) DELIMITED BY SIZE
                     INTO INVOICE-RECORD
              END-STRING.
              WRITE INVOICE-RECORD.
              IF pb-freight(PB-Idx) > 0 THEN
                     MOVE pb-freight(PB-Idx) TO Bill-Amt-Z
                     MOVE SPACE TO INVOICE-RECORD
                     STRING "INV " DELIMITED BY SIZE
                            Inv-No DELIMITED BY SIZE
                            " ORDER " DELIMITED BY SIZE
                            TRIM(pb-order(PB-Idx)) DELIMITED BY SIZE
                            " FREIGHT " DELIMITED BY SIZE
                            TRIM(pb-carrier(PB-Idx)) DELIMITED BY SIZE
                            " AMOUNT " DELIMITED BY SIZE
                            TRIM(Bill-Amt-Z) DELIMITED BY SIZE
                            INTO INVOICE-RECORD
                     END-STRING
                     WRITE INVOICE-RECORD
              END-IF.
              MOVE Bill-Amount TO Bill-Amt-Z.
              MOVE pb-tax-rate(PB-Idx) TO Tax-Rate-Z.
              COMPUTE Bill-Tax-Z = pb-tax(PB-Idx) + pb-fr-tax(PB-Idx).
              MOVE Bill-Gross TO Bill-Gross-Z.
              MOVE SPACE TO INVOICE-RECORD.
              STRING "    NET " DELIMITED BY SIZE
                     TRIM(Bill-Amt-Z) DELIMITED BY SIZE
                     " TAX " DELIMITED BY SIZE
                     TRIM(pb-tax-cat(PB-Idx)) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     TRIM(Tax-Rate-Z) DELIMITED BY SIZE
                     "% " DELIMITED BY SIZE
                     TRIM(Bill-Tax-Z) DELIMITED BY SIZE
                     " GROSS " DELIMITED BY SIZE
                     TRIM(Bill-Gross-Z) DELIMITED BY SIZE
                     " TERMS " DELIMITED BY SIZE
                     TRIM(Due-Terms) DELIMITED BY SIZE
                     " DUE " DELIMITED BY SIZE
                     Due-Date DELIMITED BY SIZE
                     INTO INVOICE-RECORD
              END-STRING.
              WRITE INVOICE-RECORD.

       070-Billing-Report.
              MOVE "ORDERBILLING" TO Rpt-Program.
              MOVE "ORDER BILLING REGISTER" TO Rpt-Title.
              PERFORM Begin-Report.
              IF Bill-Raised > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING PB-Idx FROM 1 BY 1
                     UNTIL PB-Idx >= PB-Count
                            MOVE pb-amount(PB-Idx) TO Bill-Amt-Z
                            MOVE pb-qty(PB-Idx) TO Bill-Qty-Z
                            MOVE pb-freight(PB-Idx) TO Bill-Price-Z
                            STRING "  ORDER " DELIMITED BY SIZE
                                   pb-order(PB-Idx) DELIMITED BY SIZE
                                   " CUST " DELIMITED BY SIZE
                                   pb-cust(PB-Idx) DELIMITED BY SIZE
                                   " QTY " DELIMITED BY SIZE
                                   TRIM(Bill-Qty-Z) DELIMITED BY SIZE
                                   " AMOUNT " DELIMITED BY SIZE
                                   TRIM(Bill-Amt-Z) DELIMITED BY SIZE
                                   " FREIGHT " DELIMITED BY SIZE
                                   TRIM(Bill-Price-Z) DELIMITED BY SIZE
                                   INTO Rpt-Line
                            END-STRING
                            PERFORM Write-Report-Line
                     END-PERFORM
              END-IF.
              MOVE Bill-Raised TO Bill-Cnt-Z.
              STRING "INVOICES RAISED: " DELIMITED BY SIZE
                     TRIM(Bill-Cnt-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              MOVE Bill-Total TO Bill-Tot-Z.
              STRING "AMOUNT INVOICED: " DELIMITED BY SIZE
                     TRIM(Bill-Tot-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              MOVE Bill-Freight-Total TO Bill-Tot-Z.
              STRING "  OF WHICH FREIGHT: " DELIMITED BY SIZE
                     TRIM(Bill-Tot-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              MOVE Bill-Tax-Total TO Bill-Tot-Z.
              STRING "CONSUMPTION TAX: " DELIMITED BY SIZE
                     TRIM(Bill-Tot-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              MOVE Bill-Gross-Total TO Bill-Tot-Z.
              STRING "GROSS INVOICED: " DELIMITED BY SIZE
                     TRIM(Bill-Tot-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              MOVE Bill-Skipped TO Bill-Cnt-Z.
              STRING "NOTHING ALLOCATED: " DELIMITED BY SIZE
                     TRIM(Bill-Cnt-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              MOVE Bill-Dup TO Bill-Cnt-Z.
              STRING "ALREADY INVOICED: " DELIMITED BY SIZE
                     TRIM(Bill-Cnt-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              MOVE Bill-Reject TO Bill-Cnt-Z.
              STRING "NOT PRICED: " DELIMITED BY SIZE
                     TRIM(Bill-Cnt-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              PERFORM End-Report.

       COPY TRAILERPD.
       COPY INVCTLPD.
       COPY REPORTPD.
       COPY RUNHISTPD.
       COPY DAILYTOTPD.
       COPY TAXRATEPD.
       COPY DUEDATEPD.
       COPY ORDMSTPD.
       END PROGRAM MAIN.
