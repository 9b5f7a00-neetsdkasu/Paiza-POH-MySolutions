              FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ARITEMSL.
       COPY ARPAYSL.
       COPY DUNHOLDSL.
              SELECT CUSTOMER-STATEMENTS
                     ASSIGN TO "CUSTOMER-STATEMENTS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Statement-Status.
              SELECT OPTIONAL DUNNING-HISTORY
                     ASSIGN TO "DUNNING-HISTORY"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Dun-History-Status.
              SELECT OPTIONAL DUNNING-LETTERS
                     ASSIGN TO "DUNNING-LETTERS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Dun-Letter-Status.
              SELECT OPTIONAL PAYMENTS-IN
                     ASSIGN TO "PAYMENTS-IN"
                     ORGANIZATION IS LINE SEQUENTIAL
       COPY RUNHISTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY ARITEMFD.
       COPY ARPAYFD.
       COPY DUNHOLDFD.
       FD  CUSTOMER-STATEMENTS.
              01 STATEMENT-RECORD PIC X(80).
       FD  DUNNING-HISTORY.
              01 DUNNING-HISTORY-RECORD.
                     05 DN-INV    PIC 9(8).
                     05 FILLER    PIC X.
                     05 DN-LEVEL  PIC 9.
                     05 FILLER    PIC X.
                     05 DN-DATE   PIC 9(8).
                     05 FILLER    PIC X.
                     05 DN-CUST   PIC X(10).
       FD  DUNNING-LETTERS.
              01 DUNNING-LETTER-RECORD PIC X(80).
       FD  PAYMENTS-IN.
              01 PAYMENTS-IN-RECORD PIC X(40).
       COPY RUNHISTFD.
       WORKING-STORAGE SECTION.
       COPY RUNHISTWS.
       COPY ARBALWS.
       01 Ar-Items-Status PIC XX.
       01 Payments-Status PIC XX.
       01 Pay-History-Status PIC XX.
       01 Statement-Status PIC XX.
       01 Dun-History-Status PIC XX.
       01 Dun-Letter-Status PIC XX.
       01 Dun-Hold-Status PIC XX.
       01 Command-Values.
              05 Cmd-Line PIC X(20).
              05 Cmd-Verb PIC X(10).
              05 Cmd-Arg  PIC X(10).
       01 Item-Table-Values.
              05 AR-Count PIC 9(4) VALUE 0.
              05 AR-Idx   PIC 9(4).
                     10 ar-t-amount PIC 9(11)V99.
                     10 ar-t-paid   PIC 9(11)V99.
                     10 ar-t-status PIC X(6).
                     10 ar-t-cust   PIC X(10).
                     10 ar-t-ref-date PIC X(8).
                     10 ar-t-ref-no PIC X(10).
                     10 ar-t-tax-data PIC X(41).
                     10 ar-t-due-date PIC X(8).
       01 Posting-Values.
              05 py-inv-tok  PIC X(10).
              05 py-amt-tok  PIC X(15).
              05 py-inv      PIC 9(8).
              05 py-amt      PIC 9(11)V99.
              05 py-date     PIC 9(8).
              05 py-count    PIC 9(4) VALUE 0.
              05 py-unknown  PIC 9(4) VALUE 0.
              05 py-z        PIC Z(3)9.
              05 ag-30       PIC 9(13)V99 VALUE 0.
              05 ag-60       PIC 9(13)V99 VALUE 0.
              05 ag-90       PIC 9(13)V99 VALUE 0.
              05 ag-over     PIC 9(13)V99 VALUE 0.
              05 ag-credit   PIC 9(13)V99 VALUE 0.
              05 ag-total    PIC S9(13)V99 VALUE 0.
              05 ag-open-z   PIC Z(10)9.99.
              05 ag-buck-z   PIC -(13)9.99.
              05 ag-days-z   PIC -(5)9.
              05 ag-bucket   PIC X(8).
      *> 支払期日と期日経過日数 (425-Item-Past-Due)
       01 Past-Due-Values.
              05 pd-today-i  PIC 9(8).
              05 pd-due-i    PIC 9(8).
              05 pd-due      PIC 9(8).
              05 pd-days     PIC S9(6).
       01 Balance-Values.
              05 bl-items    PIC 9(4).
              05 bl-open     PIC S9(13)V99.
              05 bl-open-z   PIC -(12)9.99.
              05 bl-z        PIC Z(3)9.
       01 Statement-Values.
              05 sm-month    PIC X(6).
              05 sm-today    PIC 9(8).
              05 sm-cust     PIC X(10).
              05 sm-paid-tot PIC 9(13)V99.
              05 sm-sheets   PIC 9(4) VALUE 0.
              05 sm-amt-z    PIC Z(10)9.99.
              05 sm-paid-z   PIC Z(12)9.99.
              05 sm-open-z   PIC -(12)9.99.
              05 SC-Count    PIC 9(3) VALUE 0.
              05 SC-Idx      PIC 9(3).
              05 SC-Found    PIC 9(3).
              05 SC-Table OCCURS 500 TIMES.
                     10 sc-cust PIC X(10).
              05 SP-Count    PIC 9(4) VALUE 0.
              05 SP-Idx      PIC 9(4).
              05 SP-Table OCCURS 2000 TIMES.
                     10 sp-date   PIC 9(8).
                     10 sp-inv    PIC 9(8).
                     10 sp-cust   PIC X(10).
                     10 sp-amount PIC 9(11)V99.
       01 Dunning-Values.
              05 du-today    PIC 9(8).
              05 du-today-i  PIC 9(8).
              05 du-cust     PIC X(10).
              05 du-days     PIC S9(6).
              05 du-oldest   PIC S9(6).
              05 du-level    PIC 9.
              05 du-prev     PIC 9.
              05 du-text     PIC X(14).
              05 du-due      PIC 9(13)V99.
              05 du-letters  PIC 9(4) VALUE 0.
              05 du-skipped  PIC 9(4) VALUE 0.
              05 du-chased   PIC 9(4) VALUE 0.
              05 du-z        PIC Z(3)9.
              05 du-days-z   PIC Z(5)9.
              05 DU-Cust-Idx PIC 9(3).
              05 DU-Held     PIC X.
              05 DU-Count    PIC 9(3).
              05 DU-Idx      PIC 9(3).
              05 DU-Table OCCURS 200 TIMES.
                     10 du-item PIC 9(4).
              05 DN-Count    PIC 9(4) VALUE 0.
              05 DN-Idx      PIC 9(4).
              05 DN-Table OCCURS 5000 TIMES.
                     10 dn-t-inv   PIC 9(8).
                     10 dn-t-level PIC 9.
              05 DS-Count    PIC 9(3) VALUE 0.
              05 DS-Idx      PIC 9(3).
              05 DS-Table OCCURS 500 TIMES.
                     10 ds-cust  PIC X(10).
                     10 ds-until PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              IF Cmd-Line = SPACE THEN
                     GO TO 090-Finish
              END-IF.
              MOVE SPACE TO Cmd-Verb Cmd-Arg.
              UNSTRING TRIM(Cmd-Line) DELIMITED BY ALL " "
                     INTO Cmd-Verb Cmd-Arg.
              EVALUATE Cmd-Verb
                  WHEN "POST"
                      PERFORM 100-Post-Payments
                             THRU 100-Post-Payments-End
                  WHEN "AGE"
                      PERFORM 200-Aging-Report
                  WHEN "BALANCE"
                      PERFORM 400-Customer-Balance
                             THRU 400-Customer-Balance-End
                  WHEN "STATEMENT"
                      PERFORM 500-Statements THRU 500-Statements-End
                  WHEN "DUN"
                      PERFORM 600-Dunning-Run THRU 600-Dunning-Run-End
                  WHEN OTHER
                      DISPLAY "ERROR: UNKNOWN COMMAND "
                             TRIM(Cmd-Line)
                      DISPLAY "COMMANDS: POST / AGE / BALANCE [cust]"
                             " / STATEMENT [yyyymm] / DUN"
                      MOVE 1 TO RETURN-CODE
              END-EVALUATE.
              GO TO 020-Read-Command.
              MOVE AR-AMOUNT TO ar-t-amount(AR-Count).
              MOVE AR-PAID TO ar-t-paid(AR-Count).
              MOVE AR-STATUS TO ar-t-status(AR-Count).
              MOVE AR-CUST TO ar-t-cust(AR-Count).
              MOVE AR-REF-DATE TO ar-t-ref-date(AR-Count).
              MOVE AR-REF-NO TO ar-t-ref-no(AR-Count).
              MOVE AR-TAX-DATA TO ar-t-tax-data(AR-Count).
              MOVE AR-DUE-DATE TO ar-t-due-date(AR-Count).
              GO TO 011-Read-Items.
       012-Items-Loaded.
              EXIT.
                     MOVE 1 TO RETURN-CODE
                     GO TO 100-Post-Payments-End
              END-IF.
              ACCEPT py-date FROM DATE YYYYMMDD.
              OPEN EXTEND AR-PAYMENT-HISTORY.
       110-Read-Payment.
              READ PAYMENTS-IN
                     AT END
                     ADD 1 TO py-unknown
                     GO TO 110-Read-Payment
              END-IF.
              IF ar-t-status(AR-Found) = "CREDIT" THEN
                     DISPLAY "WARNING: PAYMENT AGAINST CREDIT NOTE "
                            TRIM(py-inv-tok) " SKIPPED"
                     ADD 1 TO py-unknown
                     GO TO 110-Read-Payment
              END-IF.
              ADD py-amt TO ar-t-paid(AR-Found).
              IF ar-t-paid(AR-Found) >= ar-t-amount(AR-Found) THEN
                     MOVE "PAID" TO ar-t-status(AR-Found)
                     MOVE "PART" TO ar-t-status(AR-Found)
              END-IF.
              ADD 1 TO py-count.
              MOVE SPACE TO AR-PAYMENT-RECORD.
              MOVE py-date TO PH-DATE.
              MOVE py-inv TO PH-INV.
              MOVE ar-t-cust(AR-Found) TO PH-CUST.
              MOVE py-amt TO PH-AMOUNT.
              WRITE AR-PAYMENT-RECORD.
              MOVE py-amt TO py-amt-z.
              DISPLAY "POSTED " TRIM(py-amt-z) " AGAINST INVOICE "
                     TRIM(py-inv-tok) " ("
                     TRIM(ar-t-status(AR-Found)) ")".
              GO TO 110-Read-Payment.
       120-Post-Done.
              CLOSE AR-PAYMENT-HISTORY.
              PERFORM 300-Rewrite-Items.
              MOVE py-count TO py-z.
              DISPLAY "PAYMENTS POSTED: " TRIM(py-z).
       100-Post-Payments-End.
              EXIT.

      *> 売掛年齢表。支払期日からの経過日数で区分する
      *> (期日前 / 1-30 / 31-60 / 61-90 / 90日超)
       200-Aging-Report.
              ACCEPT ag-today FROM DATE YYYYMMDD.
              MOVE INTEGER-OF-DATE(ag-today) TO ag-today-i.
              MOVE ag-today-i TO pd-today-i.
              MOVE 0 TO ag-cur ag-30 ag-60 ag-90 ag-over ag-credit
                     ag-total.
              DISPLAY "RECEIVABLES AGING " ag-today.
              IF AR-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     END-PERFORM
              END-IF.
              MOVE ag-cur TO ag-buck-z.
              DISPLAY "NOT YET DUE      : " TRIM(ag-buck-z).
              MOVE ag-30 TO ag-buck-z.
              DISPLAY "1-30 PAST DUE    : " TRIM(ag-buck-z).
              MOVE ag-60 TO ag-buck-z.
              DISPLAY "31-60 PAST DUE   : " TRIM(ag-buck-z).
              MOVE ag-90 TO ag-buck-z.
              DISPLAY "61-90 PAST DUE   : " TRIM(ag-buck-z).
              MOVE ag-over TO ag-buck-z.
              DISPLAY "OVER 90 PAST DUE : " TRIM(ag-buck-z).
              MOVE ag-credit TO ag-buck-z.
              DISPLAY "CREDITS          : " TRIM(ag-buck-z).
              MOVE ag-total TO ag-buck-z.
              DISPLAY "TOTAL OPEN       : " TRIM(ag-buck-z).

       210-Age-One-Item.
              PERFORM 425-Item-Past-Due.
              MOVE pd-days TO ag-days.
              COMPUTE ag-open =
                     ar-t-amount(AR-Idx) - ar-t-paid(AR-Idx).
              EVALUATE TRUE
                  WHEN ar-t-status(AR-Idx) = "CREDIT"
                      ADD ag-open TO ag-credit
                      SUBTRACT ag-open FROM ag-total
                      MOVE "CREDIT" TO ag-bucket
                  WHEN ag-days > 90
                      ADD ag-open TO ag-over
                      MOVE "OVER-90" TO ag-bucket
                  WHEN ag-days > 60
                      ADD ag-open TO ag-90
                      MOVE "61-90" TO ag-bucket
                  WHEN ag-days > 30
                      ADD ag-open TO ag-60
                      MOVE "31-60" TO ag-bucket
                  WHEN ag-days > 0
                      ADD ag-open TO ag-30
                      MOVE "1-30" TO ag-bucket
                  WHEN OTHER
                      ADD ag-open TO ag-cur
                      MOVE "NOT-DUE" TO ag-bucket
              END-EVALUATE.
              IF ar-t-status(AR-Idx) NOT = "CREDIT" THEN
                     ADD ag-open TO ag-total
              END-IF.
              MOVE ag-open TO ag-open-z.
              MOVE ag-days TO ag-days-z.
              DISPLAY "  INV " ar-t-inv(AR-Idx) " "
                     ar-t-date(AR-Idx) " " ar-t-cust(AR-Idx)
                     " OPEN " TRIM(ag-open-z)
                     " DUE " pd-due
                     " PAST DUE " TRIM(ag-days-z) " " ag-bucket.

       300-Rewrite-Items.
              OPEN OUTPUT AR-OPEN-ITEMS.
                            MOVE ar-t-amount(AR-Idx) TO AR-AMOUNT
                            MOVE ar-t-paid(AR-Idx) TO AR-PAID
                            MOVE ar-t-status(AR-Idx) TO AR-STATUS
                            MOVE ar-t-cust(AR-Idx) TO AR-CUST
                            MOVE ar-t-ref-date(AR-Idx) TO AR-REF-DATE
                            MOVE ar-t-ref-no(AR-Idx) TO AR-REF-NO
                            MOVE ar-t-tax-data(AR-Idx) TO AR-TAX-DATA
                            MOVE ar-t-due-date(AR-Idx) TO AR-DUE-DATE
                            WRITE AR-ITEM-RECORD
                     END-PERFORM
              END-IF.
              CLOSE AR-OPEN-ITEMS.

      *> 得意先別の未回収残高 (与信チェックと同じ集計を使う)
       400-Customer-Balance.
              PERFORM Load-Ar-Balances THRU Load-Ar-Balances-End.
              IF Cmd-Arg = SPACE THEN
                     DISPLAY "OPEN RECEIVABLES BY CUSTOMER"
                     IF Arb-Count > 0 THEN
                            PERFORM WITH TEST AFTER
                            VARYING Arb-Idx FROM 1 BY 1
                            UNTIL Arb-Idx >= Arb-Count
                                   MOVE arb-open(Arb-Idx) TO bl-open-z
                                   DISPLAY "  " arb-cust(Arb-Idx)
                                          " OPEN " TRIM(bl-open-z)
                            END-PERFORM
                     END-IF
                     MOVE Arb-Count TO bl-z
                     DISPLAY "CUSTOMERS WITH OPEN ITEMS: " TRIM(bl-z)
                     GO TO 400-Customer-Balance-End
              END-IF.
              DISPLAY "OPEN RECEIVABLES FOR " TRIM(Cmd-Arg).
              MOVE 0 TO bl-items.
              IF AR-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING AR-Idx FROM 1 BY 1
                     UNTIL AR-Idx >= AR-Count
                            IF ar-t-cust(AR-Idx) = Cmd-Arg
                            AND ar-t-status(AR-Idx) NOT = "PAID" THEN
                                   PERFORM 410-Show-Open-Item
                            END-IF
                     END-PERFORM
              END-IF.
              MOVE Cmd-Arg TO Arb-Cust-Key.
              PERFORM Find-Ar-Balance.
              MOVE bl-items TO bl-z.
              MOVE Arb-Open-Found TO bl-open-z.
              DISPLAY "OPEN ITEMS: " TRIM(bl-z)
                     "  BALANCE: " TRIM(bl-open-z).
       400-Customer-Balance-End.
              EXIT.

       410-Show-Open-Item.
              ADD 1 TO bl-items.
              PERFORM 420-Item-Open-Amount.
              MOVE bl-open TO bl-open-z.
              DISPLAY "  INV " ar-t-inv(AR-Idx) " "
                     ar-t-date(AR-Idx) " " ar-t-status(AR-Idx)
                     " OPEN " TRIM(bl-open-z).

      *> 月次の得意先別請求明細書 (未消込明細 / 当月入金 / 残高)
       500-Statements.
              ACCEPT sm-today FROM DATE YYYYMMDD.
              IF Cmd-Arg = SPACE THEN
                     MOVE sm-today(1:6) TO sm-month
              ELSE
                     IF TRIM(Cmd-Arg) IS NOT NUMERIC
                     OR STORED-CHAR-LENGTH(Cmd-Arg) NOT = 6 THEN
                            DISPLAY "ERROR: STATEMENT PERIOD MUST BE"
                                   " YYYYMM: " TRIM(Cmd-Arg)
                            MOVE 1 TO RETURN-CODE
                            GO TO 500-Statements-End
                     END-IF
                     MOVE Cmd-Arg(1:6) TO sm-month
              END-IF.
              PERFORM Load-Ar-Balances THRU Load-Ar-Balances-End.
              PERFORM 510-Load-Payments THRU 512-Payments-Loaded.
              MOVE 0 TO SC-Count sm-sheets.
              IF AR-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING AR-Idx FROM 1 BY 1
                     UNTIL AR-Idx >= AR-Count
                            IF ar-t-status(AR-Idx) NOT = "PAID"
                            AND ar-t-cust(AR-Idx) NOT = SPACE THEN
                                   MOVE ar-t-cust(AR-Idx) TO sm-cust
                                   PERFORM 520-Add-Statement-Cust
                            END-IF
                     END-PERFORM
              END-IF.
              IF SP-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING SP-Idx FROM 1 BY 1
                     UNTIL SP-Idx >= SP-Count
                            MOVE sp-cust(SP-Idx) TO sm-cust
                            PERFORM 520-Add-Statement-Cust
                     END-PERFORM
              END-IF.
              OPEN OUTPUT CUSTOMER-STATEMENTS.
              IF SC-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING SC-Idx FROM 1 BY 1
                     UNTIL SC-Idx >= SC-Count
                            PERFORM 530-Write-Statement
                     END-PERFORM
              END-IF.
              CLOSE CUSTOMER-STATEMENTS.
              MOVE sm-sheets TO bl-z.
              DISPLAY "STATEMENTS WRITTEN FOR " sm-month ": "
                     TRIM(bl-z).
       500-Statements-End.
              EXIT.

       510-Load-Payments.
              MOVE 0 TO SP-Count.
              OPEN INPUT AR-PAYMENT-HISTORY.
              IF Pay-History-Status NOT = "00" THEN
                     IF Pay-History-Status = "05" THEN
                            CLOSE AR-PAYMENT-HISTORY
                     END-IF
                     GO TO 512-Payments-Loaded
              END-IF.
       511-Read-Pay-History.
              READ AR-PAYMENT-HISTORY
                     AT END
                         CLOSE AR-PAYMENT-HISTORY
                         GO TO 512-Payments-Loaded
              END-READ.
              IF PH-DATE(1:6) NOT = sm-month OR PH-CUST = SPACE THEN
                     GO TO 511-Read-Pay-History
              END-IF.
              IF SP-Count >= 2000 THEN
                     DISPLAY "WARNING: MORE THAN 2000 PAYMENTS IN "
                            sm-month ", EXTRA NOT LISTED"
                     CLOSE AR-PAYMENT-HISTORY
                     GO TO 512-Payments-Loaded
              END-IF.
              ADD 1 TO SP-Count.
              MOVE PH-DATE TO sp-date(SP-Count).
              MOVE PH-INV TO sp-inv(SP-Count).
              MOVE PH-CUST TO sp-cust(SP-Count).
              MOVE PH-AMOUNT TO sp-amount(SP-Count).
              GO TO 511-Read-Pay-History.
       512-Payments-Loaded.
              EXIT.

       520-Add-Statement-Cust.
              MOVE 0 TO SC-Found.
              IF SC-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING SC-Idx FROM 1 BY 1
                     UNTIL SC-Idx >= SC-Count
                            IF sc-cust(SC-Idx) = sm-cust THEN
                                   MOVE SC-Idx TO SC-Found
                            END-IF
                     END-PERFORM
              END-IF.
              IF SC-Found = 0 THEN
                     IF SC-Count >= 500 THEN
                            DISPLAY "WARNING: NO STATEMENT FOR "
                                   TRIM(sm-cust)
                                   ", MORE THAN 500 CUSTOMERS"
                     ELSE
                            ADD 1 TO SC-Count
                            MOVE sm-cust TO sc-cust(SC-Count)
                     END-IF
              END-IF.

       530-Write-Statement.
              MOVE sc-cust(SC-Idx) TO sm-cust.
              ADD 1 TO sm-sheets.
              MOVE SPACE TO STATEMENT-RECORD.
              STRING "STATEMENT " DELIMITED BY SIZE
                     TRIM(sm-cust) DELIMITED BY SIZE
                     " PERIOD " DELIMITED BY SIZE
                     sm-month DELIMITED BY SIZE
                     " DATE " DELIMITED BY SIZE
                     sm-today DELIMITED BY SIZE
                     INTO STATEMENT-RECORD
              END-STRING.
              WRITE STATEMENT-RECORD.
              MOVE "OPEN ITEMS" TO STATEMENT-RECORD.
              WRITE STATEMENT-RECORD.
              IF AR-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING AR-Idx FROM 1 BY 1
                     UNTIL AR-Idx >= AR-Count
                            IF ar-t-cust(AR-Idx) = sm-cust
                            AND ar-t-status(AR-Idx) NOT = "PAID" THEN
                                   PERFORM 531-Statement-Item
                            END-IF
                     END-PERFORM
              END-IF.
              MOVE "PAYMENTS RECEIVED" TO STATEMENT-RECORD.
              WRITE STATEMENT-RECORD.
              MOVE 0 TO sm-paid-tot.
              IF SP-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING SP-Idx FROM 1 BY 1
                     UNTIL SP-Idx >= SP-Count
                            IF sp-cust(SP-Idx) = sm-cust THEN
                                   PERFORM 532-Statement-Payment
                            END-IF
                     END-PERFORM
              END-IF.
              MOVE sm-paid-tot TO sm-paid-z.
              MOVE SPACE TO STATEMENT-RECORD.
              STRING "TOTAL RECEIVED " DELIMITED BY SIZE
                     TRIM(sm-paid-z) DELIMITED BY SIZE
                     INTO STATEMENT-RECORD
              END-STRING.
              WRITE STATEMENT-RECORD.
              MOVE sm-cust TO Arb-Cust-Key.
              PERFORM Find-Ar-Balance.
              MOVE Arb-Open-Found TO sm-open-z.
              MOVE SPACE TO STATEMENT-RECORD.
              STRING "CLOSING BALANCE " DELIMITED BY SIZE
                     TRIM(sm-open-z) DELIMITED BY SIZE
                     INTO STATEMENT-RECORD
              END-STRING.
              WRITE STATEMENT-RECORD.
              MOVE ALL "-" TO STATEMENT-RECORD.
              WRITE STATEMENT-RECORD.

       531-Statement-Item.
              PERFORM 420-Item-Open-Amount.
              MOVE ar-t-amount(AR-Idx) TO sm-amt-z.
              MOVE ar-t-paid(AR-Idx) TO sm-paid-z.
              MOVE bl-open TO sm-open-z.
              MOVE SPACE TO STATEMENT-RECORD.
              STRING "  INV " DELIMITED BY SIZE
                     ar-t-inv(AR-Idx) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     ar-t-date(AR-Idx) DELIMITED BY SIZE
                     " AMOUNT " DELIMITED BY SIZE
                     TRIM(sm-amt-z) DELIMITED BY SIZE
                     " PAID " DELIMITED BY SIZE
                     TRIM(sm-paid-z) DELIMITED BY SIZE
                     " OPEN " DELIMITED BY SIZE
                     TRIM(sm-open-z) DELIMITED BY SIZE
                     INTO STATEMENT-RECORD
              END-STRING.
              WRITE STATEMENT-RECORD.

       532-Statement-Payment.
              ADD sp-amount(SP-Idx) TO sm-paid-tot.
              MOVE sp-amount(SP-Idx) TO sm-amt-z.
              MOVE SPACE TO STATEMENT-RECORD.
              STRING "  " DELIMITED BY SIZE
                     sp-date(SP-Idx) DELIMITED BY SIZE
                     " INV " DELIMITED BY SIZE
                     sp-inv(SP-Idx) DELIMITED BY SIZE
                     " RECEIVED " DELIMITED BY SIZE
                     TRIM(sm-amt-z) DELIMITED BY SIZE
                     INTO STATEMENT-RECORD
              END-STRING.
              WRITE STATEMENT-RECORD.

      *> 督促状の作成。得意先ごとに最も古い延滞区分で督促レベル
      *> (1=初回 / 2=再 / 3=最終) を決め、同じ請求を同じレベルで
      *> 二度督促しないよう DUNNING-HISTORY に記録する。
      *> CreditDesk で保留解除した得意先は DUNNING-HOLD の日付まで
      *> 督促しない。
       600-Dunning-Run.
              ACCEPT du-today FROM DATE YYYYMMDD.
              MOVE INTEGER-OF-DATE(du-today) TO du-today-i.
              MOVE du-today-i TO pd-today-i.
              PERFORM 610-Load-Dun-History THRU 612-Dun-History-Loaded.
              PERFORM 615-Load-Dun-Holds THRU 617-Dun-Holds-Loaded.
              PERFORM Load-Ar-Balances THRU Load-Ar-Balances-End.
              MOVE 0 TO du-letters du-skipped du-chased.
              OPEN EXTEND DUNNING-LETTERS.
              OPEN EXTEND DUNNING-HISTORY.
              IF Arb-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING DU-Cust-Idx FROM 1 BY 1
                     UNTIL DU-Cust-Idx >= Arb-Count
                            PERFORM 620-Dun-One-Customer
                                   THRU 620-Dun-One-Customer-End
                     END-PERFORM
              END-IF.
              CLOSE DUNNING-HISTORY.
              CLOSE DUNNING-LETTERS.
              MOVE du-letters TO du-z.
              DISPLAY "DUNNING LETTERS WRITTEN: " TRIM(du-z).
              MOVE du-chased TO du-z.
              DISPLAY "INVOICES CHASED: " TRIM(du-z).
              MOVE du-skipped TO du-z.
              DISPLAY "CUSTOMERS SUPPRESSED BY HOLD: " TRIM(du-z).
       600-Dunning-Run-End.
              EXIT.

       610-Load-Dun-History.
              MOVE 0 TO DN-Count.
              OPEN INPUT DUNNING-HISTORY.
              IF Dun-History-Status NOT = "00" THEN
                     IF Dun-History-Status = "05" THEN
                            CLOSE DUNNING-HISTORY
                     END-IF
                     GO TO 612-Dun-History-Loaded
              END-IF.
       611-Read-Dun-History.
              READ DUNNING-HISTORY
                     AT END
                         CLOSE DUNNING-HISTORY
                         GO TO 612-Dun-History-Loaded
              END-READ.
              IF DN-Count >= 5000 THEN
                     DISPLAY "ERROR: DUNNING-HISTORY EXCEEDS 5000"
                            " RECORDS, ARCHIVE SETTLED NOTICES FIRST"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO DN-Count.
              MOVE DN-INV TO dn-t-inv(DN-Count).
              MOVE DN-LEVEL TO dn-t-level(DN-Count).
              GO TO 611-Read-Dun-History.
       612-Dun-History-Loaded.
              EXIT.

      *> 本日以降まで有効な督促停止だけを読み込む
       615-Load-Dun-Holds.
              MOVE 0 TO DS-Count.
              OPEN INPUT DUNNING-HOLD.
              IF Dun-Hold-Status NOT = "00" THEN
                     IF Dun-Hold-Status = "05" THEN
                            CLOSE DUNNING-HOLD
                     END-IF
                     GO TO 617-Dun-Holds-Loaded
              END-IF.
       616-Read-Dun-Hold.
              READ DUNNING-HOLD
                     AT END
                         CLOSE DUNNING-HOLD
                         GO TO 617-Dun-Holds-Loaded
              END-READ.
              IF DH-UNTIL < du-today OR DH-CUST = SPACE THEN
                     GO TO 616-Read-Dun-Hold
              END-IF.
              IF DS-Count >= 500 THEN
                     DISPLAY "ERROR: MORE THAN 500 ACTIVE DUNNING"
                            " HOLDS"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO DS-Count.
              MOVE DH-CUST TO ds-cust(DS-Count).
              MOVE DH-UNTIL TO ds-until(DS-Count).
              GO TO 616-Read-Dun-Hold.
       617-Dun-Holds-Loaded.
              EXIT.

       620-Dun-One-Customer.
              MOVE arb-cust(DU-Cust-Idx) TO du-cust.
              MOVE "N" TO DU-Held.
              IF DS-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING DS-Idx FROM 1 BY 1
                     UNTIL DS-Idx >= DS-Count
                            IF ds-cust(DS-Idx) = du-cust THEN
                                   MOVE "Y" TO DU-Held
                            END-IF
                     END-PERFORM
              END-IF.
              IF DU-Held = "Y" THEN
                     ADD 1 TO du-skipped
                     DISPLAY "DUNNING SUPPRESSED FOR " TRIM(du-cust)
                            " (CREDIT HOLD RELEASED)"
                     GO TO 620-Dun-One-Customer-End
              END-IF.
              MOVE 0 TO du-oldest.
              PERFORM WITH TEST AFTER
              VARYING AR-Idx FROM 1 BY 1
              UNTIL AR-Idx >= AR-Count
                     IF ar-t-cust(AR-Idx) = du-cust
                     AND ar-t-status(AR-Idx) NOT = "PAID"
                     AND ar-t-status(AR-Idx) NOT = "CREDIT" THEN
                            PERFORM 425-Item-Past-Due
                            MOVE pd-days TO du-days
                            IF du-days > du-oldest THEN
                                   MOVE du-days TO du-oldest
                            END-IF
                     END-IF
              END-PERFORM.
              EVALUATE TRUE
                  WHEN du-oldest > 60
                      MOVE 3 TO du-level
                      MOVE "FINAL DEMAND" TO du-text
                  WHEN du-oldest > 30
                      MOVE 2 TO du-level
                      MOVE "SECOND NOTICE" TO du-text
                  WHEN du-oldest > 0
                      MOVE 1 TO du-level
                      MOVE "FIRST NOTICE" TO du-text
                  WHEN OTHER
                      GO TO 620-Dun-One-Customer-End
              END-EVALUATE.
              MOVE 0 TO DU-Count.
              PERFORM WITH TEST AFTER
              VARYING AR-Idx FROM 1 BY 1
              UNTIL AR-Idx >= AR-Count
                     IF ar-t-cust(AR-Idx) = du-cust
                     AND ar-t-status(AR-Idx) NOT = "PAID"
                     AND ar-t-status(AR-Idx) NOT = "CREDIT" THEN
                            PERFORM 630-Select-Dun-Item
                     END-IF
              END-PERFORM.
              IF DU-Count > 0 THEN
                     PERFORM 640-Write-Letter
              END-IF.
       620-Dun-One-Customer-End.
              EXIT.

      *> 延滞中で、まだこのレベルで督促していない請求を選ぶ
       630-Select-Dun-Item.
              PERFORM 425-Item-Past-Due.
              MOVE pd-days TO du-days.
              IF du-days > 0 THEN
                     MOVE 0 TO du-prev
                     IF DN-Count > 0 THEN
                            PERFORM WITH TEST AFTER
                            VARYING DN-Idx FROM 1 BY 1
                            UNTIL DN-Idx >= DN-Count
                                   IF dn-t-inv(DN-Idx)
                                          = ar-t-inv(AR-Idx)
                                   AND dn-t-level(DN-Idx) > du-prev THEN
                                          MOVE dn-t-level(DN-Idx)
                                                 TO du-prev
                                   END-IF
                            END-PERFORM
                     END-IF
                     IF du-prev < du-level AND DU-Count < 200 THEN
                            ADD 1 TO DU-Count
                            MOVE AR-Idx TO du-item(DU-Count)
                     END-IF
              END-IF.

       640-Write-Letter.
              ADD 1 TO du-letters.
              MOVE 0 TO du-due.
              MOVE SPACE TO DUNNING-LETTER-RECORD.
              STRING TRIM(du-text) DELIMITED BY SIZE
                     " CUSTOMER " DELIMITED BY SIZE
                     TRIM(du-cust) DELIMITED BY SIZE
                     " DATE " DELIMITED BY SIZE
                     du-today DELIMITED BY SIZE
                     INTO DUNNING-LETTER-RECORD
              END-STRING.
              WRITE DUNNING-LETTER-RECORD.
              PERFORM WITH TEST AFTER
              VARYING DU-Idx FROM 1 BY 1
              UNTIL DU-Idx >= DU-Count
                     MOVE du-item(DU-Idx) TO AR-Idx
                     PERFORM 641-Letter-Item
              END-PERFORM.
              MOVE du-due TO sm-paid-z.
              MOVE SPACE TO DUNNING-LETTER-RECORD.
              STRING "AMOUNT OVERDUE " DELIMITED BY SIZE
                     TRIM(sm-paid-z) DELIMITED BY SIZE
                     INTO DUNNING-LETTER-RECORD
              END-STRING.
              WRITE DUNNING-LETTER-RECORD.
              MOVE ALL "-" TO DUNNING-LETTER-RECORD.
              WRITE DUNNING-LETTER-RECORD.
              DISPLAY TRIM(du-text) " TO " TRIM(du-cust).

       641-Letter-Item.
              PERFORM 425-Item-Past-Due.
              MOVE pd-days TO du-days.
              COMPUTE bl-open =
                     ar-t-amount(AR-Idx) - ar-t-paid(AR-Idx).
              ADD bl-open TO du-due.
              MOVE bl-open TO sm-open-z.
              MOVE du-days TO du-days-z.
              MOVE SPACE TO DUNNING-LETTER-RECORD.
              STRING "  INV " DELIMITED BY SIZE
                     ar-t-inv(AR-Idx) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     ar-t-date(AR-Idx) DELIMITED BY SIZE
                     " OPEN " DELIMITED BY SIZE
                     TRIM(sm-open-z) DELIMITED BY SIZE
                     " DUE " DELIMITED BY SIZE
                     pd-due DELIMITED BY SIZE
                     " DAYS PAST DUE " DELIMITED BY SIZE
                     TRIM(du-days-z) DELIMITED BY SIZE
                     INTO DUNNING-LETTER-RECORD
              END-STRING.
              WRITE DUNNING-LETTER-RECORD.
              MOVE SPACE TO DUNNING-HISTORY-RECORD.
              MOVE ar-t-inv(AR-Idx) TO DN-INV.
              MOVE du-level TO DN-LEVEL.
              MOVE du-today TO DN-DATE.
              MOVE du-cust TO DN-CUST.
              WRITE DUNNING-HISTORY-RECORD.
              ADD 1 TO du-chased.
              IF DN-Count < 5000 THEN
                     ADD 1 TO DN-Count
                     MOVE ar-t-inv(AR-Idx) TO dn-t-inv(DN-Count)
                     MOVE du-level TO dn-t-level(DN-Count)
              END-IF.

      *> 明細の支払期日と期日経過日数 (pd-today-i を先に設定)。
      *> 支払条件を持たない旧明細は請求日の30日後を期日とみなす
       425-Item-Past-Due.
              IF ar-t-due-date(AR-Idx) IS NUMERIC THEN
                     MOVE ar-t-due-date(AR-Idx) TO pd-due
                     MOVE INTEGER-OF-DATE(pd-due) TO pd-due-i
              ELSE
                     COMPUTE pd-due-i =
                            INTEGER-OF-DATE(ar-t-date(AR-Idx)) + 30
                     MOVE DATE-OF-INTEGER(pd-due-i) TO pd-due
              END-IF.
              COMPUTE pd-days = pd-today-i - pd-due-i.

      *> 明細の未決済額 (クレジットノートの未充当分は負)
       420-Item-Open-Amount.
              IF ar-t-status(AR-Idx) = "CREDIT" THEN
                     COMPUTE bl-open =
                            ar-t-paid(AR-Idx) - ar-t-amount(AR-Idx)
              ELSE
                     COMPUTE bl-open =
                            ar-t-amount(AR-Idx) - ar-t-paid(AR-Idx)
              END-IF.

       COPY ARBALPD.
       COPY RUNHISTPD.
       END PROGRAM MAIN.
