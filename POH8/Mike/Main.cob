                     ASSIGN TO "MIKE-ADJUSTMENTS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Adjustments-Status.
              SELECT OPTIONAL DEPARTURE-MASTER
                     ASSIGN TO "DEPARTURE-MASTER"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Departure-Status.
              SELECT OPTIONAL SEAT-INVENTORY
                     ASSIGN TO "SEAT-INVENTORY"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Seat-Inv-Status.
              SELECT OPTIONAL MIKE-WAITLIST
                     ASSIGN TO "MIKE-WAITLIST"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Waitlist-Status.
       COPY MIKEADJSL.
       COPY ARITEMSL.
       COPY INVCTLSL.
       COPY RUNHISTSL.
       COPY DAILYTOTSL.
       COPY SEALSL.
       COPY CONFIGSL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAIRS-IN.
              01 PAIRS-IN-RECORD PIC X(40).
       FD  CHECKPOINT-FILE.
              01 CHECKPOINT-RECORD PIC 9(10).
       FD  FARE-RULES.
              01 FARE-RULES-RECORD PIC X(60).
       FD  MIKE-ADJUSTMENTS.
              01 MIKE-ADJUSTMENTS-RECORD PIC X(50).
      *> 便マスタ: "departure-id yyyymmdd capacity"
       FD  DEPARTURE-MASTER.
              01 DEPARTURE-MASTER-RECORD PIC X(40).
      *> 座席在庫の移動: 予約 (BOOKED)、キャンセル待ちへの割当
      *> (OFFERED) は正、払戻 (REFUND) は負。日付と番号は元の運行日と
      *> PAIRS-IN のレコード番号。便ごとの合計が販売済み座席数。
       FD  SEAT-INVENTORY.
              01 SEAT-INVENTORY-RECORD.
                     05 SI-DEP    PIC X(8).
                     05 FILLER    PIC X.
                     05 SI-DATE   PIC 9(8).
                     05 FILLER    PIC X.
                     05 SI-RECNO  PIC 9(10).
                     05 FILLER    PIC X.
                     05 SI-SEATS  PIC S9(5)
                               SIGN LEADING SEPARATE.
                     05 FILLER    PIC X.
                     05 SI-TYPE   PIC X(8).
      *> キャンセル待ち (到着順): WAITING / OFFERED と割当日
       FD  MIKE-WAITLIST.
              01 MIKE-WAITLIST-RECORD.
                     05 WL-DEP    PIC X(8).
                     05 FILLER    PIC X.
                     05 WL-DATE   PIC 9(8).
                     05 FILLER    PIC X.
                     05 WL-RECNO  PIC 9(10).
                     05 FILLER    PIC X.
                     05 WL-N      PIC 99.
                     05 FILLER    PIC X.
                     05 WL-M      PIC 99.
                     05 FILLER    PIC X.
                     05 WL-GROUP  PIC X(8).
                     05 FILLER    PIC X.
                     05 WL-STATUS PIC X(8).
                     05 FILLER    PIC X.
                     05 WL-ODATE  PIC 9(8).
       COPY MIKEADJFD.
       COPY ARITEMFD.
       COPY INVCTLFD.
       COPY RUNHISTFD.
       COPY DAILYTOTFD.
       COPY SEALFD.
       COPY CONFIGFD.
       WORKING-STORAGE SECTION.
       COPY FILESTAT.
       COPY RUNHISTWS.
       COPY TRAILERWS.
       COPY DAILYTOTWS.
       COPY SEALWS.
       COPY CONFIGWS.
       COPY REPORTWS.
       COPY ARTABWS.
       COPY INVCTLWS.
       01 Batch-Values.
              05 Record-Number PIC 9(10) VALUE 0.
              05 Resume-From   PIC 9(10) VALUE 0.
       01 Fare-Rules-Status PIC XX.
       01 Adjustments-Status PIC XX.
       01 Adj-Ledger-Status PIC XX.
       01 Ar-Items-Status PIC XX.
       01 Departure-Status PIC XX.
       01 Seat-Inv-Status PIC XX.
       01 Waitlist-Status PIC XX.
       01 Departure-Values.
              05 DP-Count   PIC 9(3) VALUE 0.
              05 DP-Idx     PIC 9(3).
              05 DP-Found   PIC 9(3).
              05 DP-Table OCCURS 500 TIMES.
                     10 dp-id      PIC X(8).
                     10 dp-date    PIC 9(8).
                     10 dp-cap     PIC 9(5).
                     10 dp-booked  PIC S9(6).
                     10 dp-offered PIC S9(6).
                     10 dp-wait    PIC 9(5).
              05 dp-id-tok   PIC X(10).
              05 dp-date-tok PIC X(10).
              05 dp-cap-tok  PIC X(8).
              05 Dep-Code    PIC X(8).
              05 Seat-Verdict PIC X(4).
              05 Seats-Want  PIC 9(5).
              05 Seats-Free  PIC S9(6).
              05 dp-priced   PIC 9(6) VALUE 0.
              05 dp-waited   PIC 9(6) VALUE 0.
              05 dp-refused  PIC 9(6) VALUE 0.
              05 dp-returned PIC 9(6) VALUE 0.
              05 dp-offers   PIC 9(6) VALUE 0.
              05 dp-load     PIC 9(3)V9.
              05 dp-load-z   PIC ZZ9.9.
              05 dp-cap-z    PIC ZZZZ9.
              05 dp-bk-z     PIC -----9.
              05 dp-of-z     PIC -----9.
              05 dp-free-z   PIC -----9.
              05 dp-wait-z   PIC ZZZZ9.
              05 dp-cnt-z    PIC Z(5)9.
              05 dp-tot-cap  PIC 9(8) VALUE 0.
              05 dp-tot-sold PIC S9(8) VALUE 0.
       01 Seat-Move-Values.
              05 SM-Count   PIC 9(5) VALUE 0.
              05 SM-Idx     PIC 9(5).
              05 SM-Found   PIC 9(5).
              05 SM-Refunded PIC X.
              05 SM-Table OCCURS 5000 TIMES.
                     10 sm-dep    PIC X(8).
                     10 sm-date   PIC 9(8).
                     10 sm-recno  PIC 9(10).
                     10 sm-seats  PIC S9(5).
                     10 sm-type   PIC X(8).
              05 sm-new-dep   PIC X(8).
              05 sm-new-date  PIC 9(8).
              05 sm-new-recno PIC 9(10).
              05 sm-new-seats PIC S9(5).
              05 sm-new-type  PIC X(8).
       01 Waitlist-Values.
              05 WT-Count   PIC 9(4) VALUE 0.
              05 WT-Idx     PIC 9(4).
              05 WT-Changed PIC X VALUE "N".
              05 WT-Table OCCURS 2000 TIMES.
                     10 wt-record PIC X(80).
                     10 wt-dep    PIC X(8).
                     10 wt-n      PIC 99.
                     10 wt-status PIC X(8).
       01 Adjust-Values.
              05 aj-date-tok  PIC X(10).
              05 aj-rec-tok   PIC X(12).
              05 aj-n-tok     PIC X(6).
              05 aj-m-tok     PIC X(6).
              05 aj-grp-tok   PIC X(8).
              05 aj-cust-tok  PIC X(10).
              05 aj-ref-date  PIC 9(8).
              05 aj-ref-no    PIC 9(10).
              05 aj-count     PIC 9(6) VALUE 0.
              05 aj-bad       PIC 9(6) VALUE 0.
              05 aj-net       PIC S9(9) VALUE 0.
              05 aj-amt-z     PIC -(4)9.
              05 aj-net-z     PIC -(8)9.
              05 aj-cnt-z     PIC Z(5)9.
       01 Credit-Note-Values.
              05 Refund-Cust  PIC X(10) VALUE "MIKE".
              05 cn-cust      PIC X(10).
              05 cn-left      PIC 9(11)V99.
              05 cn-due       PIC 9(11)V99.
              05 cn-apply     PIC 9(11)V99.
              05 cn-count     PIC 9(6) VALUE 0.
              05 cn-found     PIC 9(4).
              05 cn-amt-z     PIC Z(10)9.99.
       01 Fare-Rule-Values.
              05 FR-Count  PIC 99 VALUE 0.
              05 FR-Idx    PIC 99.
              05 INT-M   PIC 99.
              05 INT-D   PIC 99.
              05 INT-Z   PIC Z9.
              05 STR-NM  PIC X(40).
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              MOVE "MIKE" TO Run-Hist-Program.
              ACCEPT Run-Date FROM DATE YYYYMMDD.
              PERFORM 060-Load-Fare-Rules THRU 062-Rules-Loaded.
              PERFORM 200-Load-Departures THRU 202-Departures-Loaded.
              PERFORM 210-Load-Seat-Moves THRU 212-Seat-Moves-Loaded.
              PERFORM 020-Load-Checkpoint.
              OPEN INPUT PAIRS-IN.
              MOVE 0 TO Record-Number.
              END-IF.
              PERFORM Tally-Trailer-Record.
              MOVE PAIRS-IN-RECORD TO STR-NM.
              MOVE SPACE TO Group-Code Dep-Code.
              UNSTRING STR-NM DELIMITED BY " "
                     INTO INT-N INT-M Group-Code Dep-Code.
      *> 便を指定した予約は座席在庫を引き当て、入らなければ
      *> 価格計算せずキャンセル待ちへ回す (便なしは従来どおり)
              IF Group-Code = "-" THEN
                     MOVE SPACE TO Group-Code
              END-IF.
              MOVE "OK" TO Seat-Verdict.
              IF Dep-Code NOT = SPACE THEN
                     PERFORM 100-Check-Seats THRU 100-Check-Seats-End
              END-IF.
              IF Seat-Verdict NOT = "OK" THEN
                     ADD 1 TO Record-Number
                     PERFORM 050-Write-Checkpoint
                     GO TO 030-Read-Pair
              END-IF.
              PERFORM 010-Calc-Pair.
              MOVE INT-M TO INT-Z.
              IF FR-Count > 0 THEN
              ELSE
                     DISPLAY TRIM(INT-Z)
              END-IF.
              IF Dep-Code NOT = SPACE THEN
                     PERFORM 105-Book-Seats
              END-IF.
              ADD 1 TO Record-Number.
              PERFORM 050-Write-Checkpoint.
              GO TO 030-Read-Pair.
              CLOSE PAIRS-IN.
              PERFORM Verify-Control-Totals.
              DISPLAY "PROCESSED: " Record-Number.
              IF dp-priced + dp-waited + dp-refused > 0 THEN
                     MOVE dp-priced TO dp-cnt-z
                     DISPLAY "SEATS BOOKED FOR " TRIM(dp-cnt-z)
                            " GROUP(S)"
                     MOVE dp-waited TO dp-cnt-z
                     DISPLAY "WAITLISTED: " TRIM(dp-cnt-z)
                     MOVE dp-refused TO dp-cnt-z
                     DISPLAY "REFUSED (DEPARTURE): " TRIM(dp-cnt-z)
              END-IF.
              MOVE "PROCESSD" TO Daily-Metric.
              MOVE Record-Number TO Daily-Value.
              PERFORM Write-Daily-Total.
              PERFORM Write-Run-History.
              STOP RUN.
      *> 払戻・調整: MIKE-ADJUSTMENTS の
      *>   "orig-date record-no n m group [customer]"
      *> を元日付時点で有効だった運賃規則 (fr-eff) で計算し直し、
      *> 負額を調整元帳 MIKE-ADJ-LEDGER へ転記する。
      *> 払戻額は売掛のクレジットノートにもする (顧客省略時は
      *> MIKE-REFUND-CUST、グループなしで顧客を書くときは "-")。
       ENTRY "ProcessAdjustments".
              MOVE "MIKE" TO Run-Hist-Program.
              ACCEPT aj-today FROM DATE YYYYMMDD.
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              MOVE "MIKE" TO Config-Program.
              PERFORM Load-Config-Master THRU Load-Config-Master-End.
              MOVE "MIKE-REFUND-CUST" TO Config-Param-Name.
              MOVE Refund-Cust TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF Config-Param-Value NOT = SPACE THEN
                     MOVE TRIM(Config-Param-Value) TO Refund-Cust
              END-IF.
              PERFORM Load-Ar-Table THRU Load-Ar-Table-End.
              PERFORM Load-Invoice-Control.
              PERFORM 200-Load-Departures THRU 202-Departures-Loaded.
              PERFORM 210-Load-Seat-Moves THRU 212-Seat-Moves-Loaded.
              PERFORM 220-Load-Waitlist THRU 222-Waitlist-Loaded.
       080-Read-Adjustment.
              READ MIKE-ADJUSTMENTS
                     AT END
                     GO TO 080-Read-Adjustment
              END-IF.
              MOVE SPACE TO aj-date-tok aj-rec-tok aj-n-tok.
              MOVE SPACE TO aj-m-tok aj-grp-tok aj-cust-tok.
              UNSTRING MIKE-ADJUSTMENTS-RECORD
                     DELIMITED BY ALL " "
                     INTO aj-date-tok aj-rec-tok aj-n-tok
                          aj-m-tok aj-grp-tok aj-cust-tok.
              IF TRIM(aj-date-tok) IS NOT NUMERIC
              OR TRIM(aj-rec-tok) IS NOT NUMERIC
              OR TRIM(aj-n-tok) IS NOT NUMERIC
              OPEN EXTEND MIKE-ADJ-LEDGER.
              MOVE SPACE TO MIKE-ADJ-LEDGER-RECORD.
              MOVE aj-today TO AJ-DATE.
              MOVE NUMVAL(TRIM(aj-date-tok)) TO aj-ref-date.
              MOVE NUMVAL(TRIM(aj-rec-tok)) TO aj-ref-no.
              MOVE aj-ref-date TO AJ-ORIG.
              MOVE aj-ref-no TO AJ-RECNO.
              MOVE aj-amt TO AJ-AMOUNT.
              WRITE MIKE-ADJ-LEDGER-RECORD.
              CLOSE MIKE-ADJ-LEDGER.
              DISPLAY "ADJUSTED RECORD " TRIM(aj-rec-tok) " OF "
                     TRIM(aj-date-tok) " RULE " TRIM(Rule-Name)
                     " AMOUNT " TRIM(aj-amt-z).
              PERFORM 085-Raise-Credit-Note
                     THRU 085-Raise-Credit-Note-End.
              PERFORM 130-Return-Seats THRU 130-Return-Seats-End.
              GO TO 080-Read-Adjustment.
       090-Adjustment-Summary.
              CLOSE MIKE-ADJUSTMENTS.
              IF cn-count > 0 THEN
                     PERFORM Save-Ar-Table
                     PERFORM Save-Invoice-Control
              END-IF.
              IF WT-Changed = "Y" THEN
                     PERFORM 230-Save-Waitlist
              END-IF.
              MOVE cn-count TO aj-cnt-z.
              DISPLAY "CREDIT NOTES RAISED: " TRIM(aj-cnt-z).
              MOVE dp-returned TO aj-cnt-z.
              DISPLAY "BOOKINGS WITH SEATS RETURNED: " TRIM(aj-cnt-z).
              MOVE dp-offers TO aj-cnt-z.
              DISPLAY "WAITLIST OFFERS MADE: " TRIM(aj-cnt-z).
              MOVE aj-count TO aj-cnt-z.
              DISPLAY "ADJUSTMENTS POSTED: " TRIM(aj-cnt-z).
              MOVE aj-bad TO aj-cnt-z.
              PERFORM Write-Run-History.
              STOP RUN.

      *> 便ごとの搭乗率: 定員、販売済み (予約-払戻)、キャンセル待ち
      *> からの割当、空席、搭乗率、待ち件数
       ENTRY "LoadFactorReport".
              MOVE "MIKE" TO Run-Hist-Program.
              PERFORM 200-Load-Departures THRU 202-Departures-Loaded.
              PERFORM 210-Load-Seat-Moves THRU 212-Seat-Moves-Loaded.
              PERFORM 220-Load-Waitlist THRU 222-Waitlist-Loaded.
              MOVE "MIKE" TO Rpt-Program.
              MOVE "DEPARTURE LOAD FACTOR" TO Rpt-Title.
              PERFORM Begin-Report.
              MOVE "DEPART    DATE     CAPACITY  BOOKED OFFERED"
                     TO Rpt-Line.
              MOVE "   FREE  LOAD%  WAITING" TO Rpt-Line(44:).
              PERFORM Write-Report-Line.
              IF DP-Count = 0 THEN
                     MOVE "NO DEPARTURES ON DEPARTURE-MASTER"
                            TO Rpt-Line
                     PERFORM Write-Report-Line
              ELSE
                     PERFORM WITH TEST AFTER
                     VARYING DP-Idx FROM 1 BY 1 UNTIL DP-Idx >= DP-Count
                            PERFORM 240-Report-Departure
                     END-PERFORM
              END-IF.
              MOVE 0 TO dp-load.
              IF dp-tot-cap > 0 THEN
                     COMPUTE dp-load ROUNDED =
                            dp-tot-sold * 100 / dp-tot-cap
              END-IF.
              MOVE dp-load TO dp-load-z.
              MOVE DP-Count TO dp-cnt-z.
              STRING "DEPARTURES " DELIMITED BY SIZE
                     TRIM(dp-cnt-z) DELIMITED BY SIZE
                     "  OVERALL LOAD FACTOR " DELIMITED BY SIZE
                     TRIM(dp-load-z) DELIMITED BY SIZE
                     "%" DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              PERFORM End-Report.
              MOVE DP-Count TO Run-Hist-Read.
              PERFORM Write-Run-History.
              STOP RUN.

      *> 便の空席を確かめる。OK なら引当可、WAIT はキャンセル待ちへ
      *> 書いた、BAD は便が不明か出発済みで受け付けない
       100-Check-Seats.
              MOVE INT-N TO Seats-Want.
              PERFORM 250-Find-Departure.
              IF DP-Found = 0 THEN
                     DISPLAY "WARNING: UNKNOWN DEPARTURE "
                            TRIM(Dep-Code) ", GROUP NOT PRICED: "
                            TRIM(STR-NM)
                     MOVE "BAD" TO Seat-Verdict
                     ADD 1 TO dp-refused
                     GO TO 100-Check-Seats-End
              END-IF.
              IF dp-date(DP-Found) < Run-Date THEN
                     DISPLAY "WARNING: DEPARTURE " TRIM(Dep-Code)
                            " HAS LEFT, GROUP NOT PRICED: "
                            TRIM(STR-NM)
                     MOVE "BAD" TO Seat-Verdict
                     ADD 1 TO dp-refused
                     GO TO 100-Check-Seats-End
              END-IF.
              COMPUTE Seats-Free = dp-cap(DP-Found)
                     - dp-booked(DP-Found) - dp-offered(DP-Found).
              IF Seats-Want <= Seats-Free THEN
                     GO TO 100-Check-Seats-End
              END-IF.
              MOVE "WAIT" TO Seat-Verdict.
              ADD 1 TO dp-waited.
              OPEN EXTEND MIKE-WAITLIST.
              MOVE SPACE TO MIKE-WAITLIST-RECORD.
              MOVE Dep-Code TO WL-DEP.
              MOVE Run-Date TO WL-DATE.
              COMPUTE WL-RECNO = Record-Number + 1.
              MOVE INT-N TO WL-N.
              MOVE INT-M TO WL-M.
              MOVE Group-Code TO WL-GROUP.
              MOVE "WAITING" TO WL-STATUS.
              MOVE 0 TO WL-ODATE.
              WRITE MIKE-WAITLIST-RECORD.
              CLOSE MIKE-WAITLIST.
              MOVE Seats-Free TO dp-free-z.
              DISPLAY "WAITLISTED " TRIM(STR-NM) " (FREE "
                     TRIM(dp-free-z) ")".
       100-Check-Seats-End.
              EXIT.

      *> 価格計算した予約の座席を引き当てる
       105-Book-Seats.
              MOVE Dep-Code TO sm-new-dep.
              MOVE Run-Date TO sm-new-date.
              COMPUTE sm-new-recno = Record-Number + 1.
              MOVE Seats-Want TO sm-new-seats.
              MOVE "BOOKED" TO sm-new-type.
              PERFORM 260-Write-Seat-Move.
              ADD Seats-Want TO dp-booked(DP-Found).
              ADD 1 TO dp-priced.

      *> 払戻: 元の予約 (運行日+レコード番号) の座席を戻し、その便の
      *> キャンセル待ちへ到着順に割り当てる
       130-Return-Seats.
              MOVE 0 TO SM-Found.
              MOVE "N" TO SM-Refunded.
              IF SM-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING SM-Idx FROM 1 BY 1 UNTIL SM-Idx >= SM-Count
                            IF sm-date(SM-Idx) = aj-ref-date
                            AND sm-recno(SM-Idx) = aj-ref-no THEN
                                   IF sm-type(SM-Idx) = "REFUND" THEN
                                          MOVE "Y" TO SM-Refunded
                                   ELSE
                                          MOVE SM-Idx TO SM-Found
                                   END-IF
                            END-IF
                     END-PERFORM
              END-IF.
              IF SM-Found = 0 THEN
                     GO TO 130-Return-Seats-End
              END-IF.
              IF SM-Refunded = "Y" THEN
                     DISPLAY "WARNING: SEATS FOR RECORD "
                            TRIM(aj-rec-tok) " OF " TRIM(aj-date-tok)
                            " WERE ALREADY RETURNED"
                     GO TO 130-Return-Seats-End
              END-IF.
              MOVE sm-dep(SM-Found) TO sm-new-dep Dep-Code.
              MOVE aj-ref-date TO sm-new-date.
              MOVE aj-ref-no TO sm-new-recno.
              COMPUTE sm-new-seats = 0 - sm-seats(SM-Found).
              MOVE "REFUND" TO sm-new-type.
              PERFORM 260-Write-Seat-Move.
              ADD 1 TO dp-returned.
              PERFORM 250-Find-Departure.
              IF DP-Found = 0 THEN
                     GO TO 130-Return-Seats-End
              END-IF.
              IF sm-type(SM-Found) = "OFFERED" THEN
                     ADD sm-new-seats TO dp-offered(DP-Found)
              ELSE
                     ADD sm-new-seats TO dp-booked(DP-Found)
              END-IF.
              MOVE sm-seats(SM-Found) TO dp-bk-z.
              DISPLAY "SEATS RETURNED TO " TRIM(Dep-Code) ": "
                     TRIM(dp-bk-z).
              IF dp-date(DP-Found) < aj-today THEN
                     GO TO 130-Return-Seats-End
              END-IF.
              PERFORM 140-Offer-Waitlist.
       130-Return-Seats-End.
              EXIT.

       140-Offer-Waitlist.
              COMPUTE Seats-Free = dp-cap(DP-Found)
                     - dp-booked(DP-Found) - dp-offered(DP-Found).
              IF WT-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING WT-Idx FROM 1 BY 1 UNTIL WT-Idx >= WT-Count
                            IF wt-dep(WT-Idx) = Dep-Code
                            AND wt-status(WT-Idx) = "WAITING"
                            AND wt-n(WT-Idx) <= Seats-Free THEN
                                   PERFORM 145-Offer-One
                            END-IF
                     END-PERFORM
              END-IF.

       145-Offer-One.
              MOVE wt-record(WT-Idx) TO MIKE-WAITLIST-RECORD.
              MOVE "OFFERED" TO WL-STATUS wt-status(WT-Idx).
              MOVE aj-today TO WL-ODATE.
              MOVE MIKE-WAITLIST-RECORD TO wt-record(WT-Idx).
              MOVE "Y" TO WT-Changed.
              MOVE WL-DEP TO sm-new-dep.
              MOVE WL-DATE TO sm-new-date.
              MOVE WL-RECNO TO sm-new-recno.
              MOVE WL-N TO sm-new-seats.
              MOVE "OFFERED" TO sm-new-type.
              PERFORM 260-Write-Seat-Move.
              ADD WL-N TO dp-offered(DP-Found).
              SUBTRACT WL-N FROM Seats-Free.
              ADD 1 TO dp-offers.
              DISPLAY "OFFERED " TRIM(WL-DEP) " TO WAITLISTED RECORD "
                     WL-RECNO " OF " WL-DATE " (" WL-N " SEAT(S))".

      *> 払戻額をクレジットノートとして売掛に計上し、同じ得意先の
      *> 未消込請求へ古い順に充当する。残りは未充当クレジット。
       085-Raise-Credit-Note.
              IF INT-M = 0 THEN
                     GO TO 085-Raise-Credit-Note-End
              END-IF.
      *> 再実行で同じ調整のクレジットノートを二重に起こさない
              MOVE 0 TO cn-found.
              IF AT-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING AT-Idx FROM 1 BY 1
                     UNTIL AT-Idx >= AT-Count
                            IF at-ref-date(AT-Idx) = aj-ref-date
                            AND at-ref-no(AT-Idx) = aj-ref-no THEN
                                   MOVE AT-Idx TO cn-found
                            END-IF
                     END-PERFORM
              END-IF.
              IF cn-found > 0 THEN
                     DISPLAY "WARNING: CREDIT NOTE " at-inv(cn-found)
                            " ALREADY RAISED FOR RECORD "
                            TRIM(aj-rec-tok) " OF " TRIM(aj-date-tok)
                     GO TO 085-Raise-Credit-Note-End
              END-IF.
              IF AT-Count >= 2000 THEN
                     DISPLAY "ERROR: AR-OPEN-ITEMS IS FULL, NO CREDIT"
                            " NOTE FOR RECORD " TRIM(aj-rec-tok)
                            " OF " TRIM(aj-date-tok)
                     MOVE 1 TO RETURN-CODE
                     GO TO 085-Raise-Credit-Note-End
              END-IF.
              MOVE Refund-Cust TO cn-cust.
              IF aj-cust-tok NOT = SPACE THEN
                     MOVE aj-cust-tok TO cn-cust
              END-IF.
              PERFORM Take-Invoice-Number.
              MOVE INT-M TO cn-left.
              IF AT-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING AT-Idx FROM 1 BY 1
                     UNTIL AT-Idx >= AT-Count
                            IF cn-left > 0
                            AND at-cust(AT-Idx) = cn-cust
                            AND (at-status(AT-Idx) = "OPEN"
                              OR at-status(AT-Idx) = "PART") THEN
                                   PERFORM 086-Apply-Credit
                            END-IF
                     END-PERFORM
              END-IF.
              ADD 1 TO AT-Count.
              ADD 1 TO cn-count.
              MOVE Inv-No TO at-inv(AT-Count).
              MOVE aj-today TO at-date(AT-Count).
              MOVE INT-M TO at-amount(AT-Count).
              COMPUTE at-paid(AT-Count) = INT-M - cn-left.
              IF cn-left > 0 THEN
                     MOVE "CREDIT" TO at-status(AT-Count)
              ELSE
                     MOVE "PAID" TO at-status(AT-Count)
              END-IF.
              MOVE cn-cust TO at-cust(AT-Count).
              MOVE aj-ref-date TO at-ref-date(AT-Count).
              MOVE aj-ref-no TO at-ref-no(AT-Count).
              MOVE SPACE TO at-tax-data(AT-Count).
              MOVE SPACE TO at-due-date(AT-Count).
              MOVE cn-left TO cn-amt-z.
              DISPLAY "CREDIT NOTE " Inv-No " FOR " TRIM(cn-cust)
                     " UNAPPLIED " TRIM(cn-amt-z).
       085-Raise-Credit-Note-End.
              EXIT.

       086-Apply-Credit.
              COMPUTE cn-due = at-amount(AT-Idx) - at-paid(AT-Idx).
              IF cn-due > cn-left THEN
                     MOVE cn-left TO cn-apply
              ELSE
                     MOVE cn-due TO cn-apply
              END-IF.
              ADD cn-apply TO at-paid(AT-Idx).
              SUBTRACT cn-apply FROM cn-left.
              IF at-paid(AT-Idx) >= at-amount(AT-Idx) THEN
                     MOVE "PAID" TO at-status(AT-Idx)
              ELSE
                     MOVE "PART" TO at-status(AT-Idx)
              END-IF.
              MOVE cn-apply TO cn-amt-z.
              DISPLAY "CREDIT NOTE " Inv-No " APPLIED "
                     TRIM(cn-amt-z) " TO INVOICE " at-inv(AT-Idx).

      *> 運賃規則: グループ種別コードに合う規則行で計算する。
      *> 規則表がない/該当なしのときは従来規則 (2N で切り上げ)。
       010-Calc-Pair.
                     END-IF
              END-PERFORM.

      *> 便マスタ ("departure-id yyyymmdd capacity") の読込
       200-Load-Departures.
              MOVE 0 TO DP-Count.
              OPEN INPUT DEPARTURE-MASTER.
              IF Departure-Status NOT = "00" THEN
                     IF Departure-Status = "05" THEN
                            CLOSE DEPARTURE-MASTER
                     END-IF
                     GO TO 202-Departures-Loaded
              END-IF.
       201-Read-Departure.
              READ DEPARTURE-MASTER
                     AT END
                         CLOSE DEPARTURE-MASTER
                         GO TO 202-Departures-Loaded
              END-READ.
              IF DEPARTURE-MASTER-RECORD = SPACE
              OR DEPARTURE-MASTER-RECORD(1:1) = "*" THEN
                     GO TO 201-Read-Departure
              END-IF.
              MOVE SPACE TO dp-id-tok dp-date-tok dp-cap-tok.
              UNSTRING DEPARTURE-MASTER-RECORD DELIMITED BY ALL " "
                     INTO dp-id-tok dp-date-tok dp-cap-tok.
              IF dp-id-tok = SPACE
              OR STORED-CHAR-LENGTH(dp-id-tok) > 8
              OR TRIM(dp-date-tok) IS NOT NUMERIC
              OR STORED-CHAR-LENGTH(dp-date-tok) NOT = 8
              OR TRIM(dp-cap-tok) IS NOT NUMERIC THEN
                     DISPLAY "WARNING: BAD DEPARTURE SKIPPED: "
                            TRIM(DEPARTURE-MASTER-RECORD)
                     GO TO 201-Read-Departure
              END-IF.
              IF DP-Count >= 500 THEN
                     DISPLAY "WARNING: MORE THAN 500 DEPARTURES,"
                            " EXTRA IGNORED"
                     GO TO 201-Read-Departure
              END-IF.
              ADD 1 TO DP-Count.
              MOVE dp-id-tok TO dp-id(DP-Count).
              MOVE NUMVAL(TRIM(dp-date-tok)) TO dp-date(DP-Count).
              MOVE NUMVAL(TRIM(dp-cap-tok)) TO dp-cap(DP-Count).
              MOVE 0 TO dp-booked(DP-Count) dp-offered(DP-Count).
              MOVE 0 TO dp-wait(DP-Count).
              GO TO 201-Read-Departure.
       202-Departures-Loaded.
              EXIT.

      *> 座席在庫の移動を読み、便ごとに販売済み座席を積み上げる
       210-Load-Seat-Moves.
              MOVE 0 TO SM-Count.
              OPEN INPUT SEAT-INVENTORY.
              IF Seat-Inv-Status NOT = "00" THEN
                     IF Seat-Inv-Status = "05" THEN
                            CLOSE SEAT-INVENTORY
                     END-IF
                     GO TO 212-Seat-Moves-Loaded
              END-IF.
       211-Read-Seat-Move.
              READ SEAT-INVENTORY
                     AT END
                         CLOSE SEAT-INVENTORY
                         GO TO 212-Seat-Moves-Loaded
              END-READ.
              IF SI-SEATS IS NOT NUMERIC THEN
                     GO TO 211-Read-Seat-Move
              END-IF.
              IF SM-Count >= 5000 THEN
                     DISPLAY "ERROR: SEAT-INVENTORY EXCEEDS 5000"
                            " MOVEMENTS"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO SM-Count.
              MOVE SI-DEP TO sm-dep(SM-Count).
              MOVE SI-DATE TO sm-date(SM-Count).
              MOVE SI-RECNO TO sm-recno(SM-Count).
              MOVE SI-SEATS TO sm-seats(SM-Count).
              MOVE SI-TYPE TO sm-type(SM-Count).
              MOVE SI-TYPE TO sm-new-type.
      *> 払戻は元の移動の種別 (予約か割当か) の側から戻す
              IF SI-TYPE = "REFUND" THEN
                     PERFORM WITH TEST AFTER
                     VARYING SM-Idx FROM 1 BY 1 UNTIL SM-Idx >= SM-Count
                            IF sm-date(SM-Idx) = SI-DATE
                            AND sm-recno(SM-Idx) = SI-RECNO
                            AND sm-type(SM-Idx) NOT = "REFUND" THEN
                                   MOVE sm-type(SM-Idx) TO sm-new-type
                            END-IF
                     END-PERFORM
              END-IF.
              MOVE SI-DEP TO Dep-Code.
              PERFORM 250-Find-Departure.
              IF DP-Found > 0 THEN
                     IF sm-new-type = "OFFERED" THEN
                            ADD SI-SEATS TO dp-offered(DP-Found)
                     ELSE
                            ADD SI-SEATS TO dp-booked(DP-Found)
                     END-IF
              END-IF.
              GO TO 211-Read-Seat-Move.
       212-Seat-Moves-Loaded.
              EXIT.

       220-Load-Waitlist.
              MOVE 0 TO WT-Count.
              OPEN INPUT MIKE-WAITLIST.
              IF Waitlist-Status NOT = "00" THEN
                     IF Waitlist-Status = "05" THEN
                            CLOSE MIKE-WAITLIST
                     END-IF
                     GO TO 222-Waitlist-Loaded
              END-IF.
       221-Read-Waitlist.
              READ MIKE-WAITLIST
                     AT END
                         CLOSE MIKE-WAITLIST
                         GO TO 222-Waitlist-Loaded
              END-READ.
              IF WT-Count >= 2000 THEN
                     DISPLAY "ERROR: MIKE-WAITLIST EXCEEDS 2000"
                            " ENTRIES"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO WT-Count.
              MOVE MIKE-WAITLIST-RECORD TO wt-record(WT-Count).
              MOVE WL-DEP TO wt-dep(WT-Count).
              MOVE 0 TO wt-n(WT-Count).
              IF WL-N IS NUMERIC THEN
                     MOVE WL-N TO wt-n(WT-Count)
              END-IF.
              MOVE WL-STATUS TO wt-status(WT-Count).
              IF WL-STATUS = "WAITING" THEN
                     MOVE WL-DEP TO Dep-Code
                     PERFORM 250-Find-Departure
                     IF DP-Found > 0 THEN
                            ADD 1 TO dp-wait(DP-Found)
                     END-IF
              END-IF.
              GO TO 221-Read-Waitlist.
       222-Waitlist-Loaded.
              EXIT.

       230-Save-Waitlist.
              OPEN OUTPUT MIKE-WAITLIST.
              PERFORM WITH TEST AFTER
              VARYING WT-Idx FROM 1 BY 1 UNTIL WT-Idx >= WT-Count
                     MOVE wt-record(WT-Idx) TO MIKE-WAITLIST-RECORD
                     WRITE MIKE-WAITLIST-RECORD
              END-PERFORM.
              CLOSE MIKE-WAITLIST.

       240-Report-Departure.
              COMPUTE Seats-Free = dp-cap(DP-Idx)
                     - dp-booked(DP-Idx) - dp-offered(DP-Idx).
              MOVE 0 TO dp-load.
              IF dp-cap(DP-Idx) > 0 THEN
                     COMPUTE dp-load ROUNDED =
                            (dp-booked(DP-Idx) + dp-offered(DP-Idx))
                            * 100 / dp-cap(DP-Idx)
              END-IF.
              ADD dp-cap(DP-Idx) TO dp-tot-cap.
              ADD dp-booked(DP-Idx) dp-offered(DP-Idx) TO dp-tot-sold.
              MOVE dp-cap(DP-Idx) TO dp-cap-z.
              MOVE dp-booked(DP-Idx) TO dp-bk-z.
              MOVE dp-offered(DP-Idx) TO dp-of-z.
              MOVE Seats-Free TO dp-free-z.
              MOVE dp-load TO dp-load-z.
              MOVE dp-wait(DP-Idx) TO dp-wait-z.
              STRING dp-id(DP-Idx) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     dp-date(DP-Idx) DELIMITED BY SIZE
                     "    " DELIMITED BY SIZE
                     dp-cap-z DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     dp-bk-z DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     dp-of-z DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     dp-free-z DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     dp-load-z DELIMITED BY SIZE
                     "    " DELIMITED BY SIZE
                     dp-wait-z DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.

       250-Find-Departure.
              MOVE 0 TO DP-Found.
              IF DP-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING DP-Idx FROM 1 BY 1 UNTIL DP-Idx >= DP-Count
                            IF dp-id(DP-Idx) = Dep-Code THEN
                                   MOVE DP-Idx TO DP-Found
                            END-IF
                     END-PERFORM
              END-IF.

       260-Write-Seat-Move.
              OPEN EXTEND SEAT-INVENTORY.
              MOVE SPACE TO SEAT-INVENTORY-RECORD.
              MOVE sm-new-dep TO SI-DEP.
              MOVE sm-new-date TO SI-DATE.
              MOVE sm-new-recno TO SI-RECNO.
              MOVE sm-new-seats TO SI-SEATS.
              MOVE sm-new-type TO SI-TYPE.
              WRITE SEAT-INVENTORY-RECORD.
              CLOSE SEAT-INVENTORY.
              IF SM-Count < 5000 THEN
                     ADD 1 TO SM-Count
                     MOVE sm-new-dep TO sm-dep(SM-Count)
                     MOVE sm-new-date TO sm-date(SM-Count)
                     MOVE sm-new-recno TO sm-recno(SM-Count)
                     MOVE sm-new-seats TO sm-seats(SM-Count)
                     MOVE sm-new-type TO sm-type(SM-Count)
              END-IF.

      *> 再開点は封印と突き合わせ、壊れていれば復旧経路へ回す
       020-Load-Checkpoint.
              MOVE 0 TO Resume-From.
       COPY RUNHISTPD.
       COPY TRAILERPD.
       COPY DAILYTOTPD.
       COPY CONFIGPD.
       COPY REPORTPD.
       COPY ARTABPD.
       COPY INVCTLPD.
       END PROGRAM MAIN.
