                     ASSIGN TO "DAILY-TOTALS-XMIT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Xmit-Status.
              SELECT LEDGER-ARCHIVE
                     ASSIGN TO DYNAMIC Archive-Path
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Ledger-Archive-Status.
              SELECT OPTIONAL ARCHIVE-CATALOG
                     ASSIGN TO "ARCHIVE-CATALOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Catalog-Status.
              SELECT OPTIONAL PERIOD-OPENING
                     ASSIGN TO "PERIOD-OPENING"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Opening-Status.
       COPY GLJRNSL.
       COPY GLCTLSL.
       COPY RUNHISTSL.
       COPY ERRLOGSL.
       COPY CONFIGSL.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-LEDGER.
                     05 XM-METRIC  PIC X(8).
                     05 FILLER     PIC X.
                     05 XM-VALUE   PIC 9(15).
      *> 締めた会計年度の元帳レコードの保管世代 (元帳と同じ形)
       FD  LEDGER-ARCHIVE.
              01 LEDGER-ARCHIVE-RECORD PIC X(51).
       FD  ARCHIVE-CATALOG.
              01 ARCHIVE-CATALOG-RECORD.
                     05 AC-FILE    PIC X(20).
                     05 FILLER     PIC X.
                     05 AC-GEN     PIC 9(4).
                     05 FILLER     PIC X.
                     05 AC-DATE    PIC 9(8).
                     05 FILLER     PIC X.
                     05 AC-TIME    PIC 9(6).
                     05 FILLER     PIC X.
                     05 AC-PROGRAM PIC X(12).
                     05 FILLER     PIC X.
                     05 AC-COUNT   PIC 9(8).
      *> 年度の開始残高: 前年度までの累計をサイト+プログラム+指標
      *> ごとに持つ (年度締めで翌年度分を作る)
       FD  PERIOD-OPENING.
              01 PERIOD-OPENING-RECORD.
                     05 PO-YEAR    PIC 9(4).
                     05 FILLER     PIC X.
                     05 PO-SITE    PIC X(4).
                     05 FILLER     PIC X.
                     05 PO-PROGRAM PIC X(12).
                     05 FILLER     PIC X.
                     05 PO-METRIC  PIC X(8).
                     05 FILLER     PIC X.
                     05 PO-VALUE   PIC 9(15).
       COPY GLJRNFD.
       COPY GLCTLFD.
       COPY RUNHISTFD.
       COPY ERRLOGFD.
       COPY CONFIGFD.
       WORKING-STORAGE SECTION.
       COPY RUNHISTWS.
       COPY ERRLOGWS.
       COPY CONFIGWS.
       01 Ledger-Status PIC XX.
       01 Xmit-Status PIC XX.
       01 Gl-Journal-Status PIC XX.
       01 Gl-Control-Status PIC XX.
       01 Ledger-Archive-Status PIC XX.
       01 Catalog-Status PIC XX.
       01 Opening-Status PIC XX.
       01 Command-Values.
              05 Cmd-Line   PIC X(40).
              05 Cmd-Verb   PIC X(10).
                     10 pl-t-metric PIC X(8).
                     10 pl-t-value  PIC 9(15).
                     10 pl-t-seen   PIC X.
                     10 pl-t-fy     PIC X.
              05 Closed-Count PIC 99 VALUE 0.
              05 Closed-Idx   PIC 99.
              05 Closed-Table OCCURS 24 TIMES.
                     10 cl-period PIC 9(6).
              05 Closed-Tok PIC X(10).
      *> 締めた会計年度 (元帳の "CLOSED FYyyyy" 行)
              05 Year-Count PIC 99 VALUE 0.
              05 Year-Idx   PIC 99.
              05 Year-Table OCCURS 30 TIMES.
                     10 cy-year PIC 9(4).
       01 Fiscal-Values.
              05 Fy-Start     PIC 99 VALUE 1.
              05 Fy-Year      PIC 9(4).
              05 Fy-Per       PIC 9(6).
              05 Fy-Of-Per    PIC 9(4).
              05 Fy-Mm        PIC 99.
              05 Fy-Yy        PIC 9(4).
              05 Fy-Idx       PIC 99.
              05 Fy-First     PIC 9(6).
              05 Fy-Last      PIC 9(6).
              05 Fy-Missing   PIC 99.
              05 Fy-Miss-List PIC X(100).
              05 Fy-Miss-Ptr  PIC 9(3).
              05 Fy-Keep      PIC 9(4).
              05 Fy-Ok        PIC X.
       01 Archive-Values.
              05 Archive-Path    PIC X(40).
              05 Archive-Name    PIC X(20).
              05 Archive-Gen     PIC 9(4).
              05 Archive-Count   PIC 9(8).
              05 Archive-Stamp-D PIC 9(8).
              05 Archive-Stamp-T PIC 9(8).
              05 Archive-Z       PIC Z(7)9.
       01 Opening-Table-Values.
              05 OB-Count PIC 9(4) VALUE 0.
              05 OB-Idx   PIC 9(4).
              05 OB-Found PIC 9(4).
              05 OB-Table OCCURS 1000 TIMES.
                     10 ob-t-year   PIC 9(4).
                     10 ob-t-site   PIC X(4).
                     10 ob-t-prog   PIC X(12).
                     10 ob-t-metric PIC X(8).
                     10 ob-t-value  PIC 9(15).
                     10 ob-t-seen   PIC X.
       01 Post-Values.
              05 Post-Count   PIC 9(6) VALUE 0.
              05 Post-Reject  PIC 9(6) VALUE 0.
              05 Post-Period  PIC 9(6).
              05 Post-Closed  PIC X.
              05 Post-Z       PIC Z(5)9.
      *> 締め月の総勘定元帳の夜ごとの状態と貸借合計
       01 Gl-Check-Values.
              05 Gn-Count    PIC 99 VALUE 0.
              05 Gn-Idx      PIC 99.
              05 Gn-Found    PIC 99.
              05 Gn-Table OCCURS 31 TIMES.
                     10 gn-date   PIC 9(8).
                     10 gn-status PIC X(8).
              05 Gn-Rejected PIC 9(8).
              05 Gn-Debit    PIC 9(13)V99.
              05 Gn-Credit   PIC 9(13)V99.
       01 Report-Values.
              05 Rp-Period   PIC 9(6).
              05 Rp-Total    PIC 9(15).
              05 Rp-Metric   PIC X(8).
              05 Rp-Tot-Z    PIC Z(14)9.
              05 Rp-Max-Z    PIC Z(14)9.
              05 Rp-Open     PIC 9(15).
              05 Rp-Close    PIC 9(15).
              05 Rp-Open-Z   PIC Z(14)9.
              05 Rp-Close-Z  PIC Z(14)9.
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              MOVE "MONTHEND" TO Run-Hist-Program Err-Program.
              MOVE "MONTHEND" TO Config-Program.
              PERFORM Load-Config-Master THRU Load-Config-Master-End.
      *> 会計年度の開始月 (既定 1 = 暦年)。年度は開始月の属する年
              MOVE "FISCAL-YEAR-START-MONTH" TO Config-Param-Name.
              MOVE "1" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     IF NUMVAL(TRIM(Config-Param-Value)) >= 1
                     AND NUMVAL(TRIM(Config-Param-Value)) <= 12 THEN
                            MOVE NUMVAL(TRIM(Config-Param-Value))
                                   TO Fy-Start
                     END-IF
              END-IF.
              PERFORM 010-Load-Ledger THRU 012-Ledger-Loaded.
       020-Read-Command.
              MOVE SPACE TO Cmd-Line.
                  WHEN "REPORT"
                      PERFORM 300-Report-Period
                             THRU 300-Report-Period-End
                  WHEN "YEAREND"
                      PERFORM 500-Close-Year
                             THRU 500-Close-Year-End
                  WHEN OTHER
                      DISPLAY "ERROR: UNKNOWN COMMAND "
                             TRIM(Cmd-Verb)
                      DISPLAY "COMMANDS: POST / CLOSE / REPORT"
                             " / YEAREND <YYYY>"
                      MOVE 1 TO RETURN-CODE
              END-EVALUATE.
              GO TO 020-Read-Command.
                     UNSTRING PERIOD-LEDGER-RECORD
                            DELIMITED BY ALL " "
                            INTO Cmd-Verb Closed-Tok
                     IF Closed-Tok(1:2) = "FY"
                     AND Closed-Tok(3:4) IS NUMERIC
                     AND Year-Count < 30 THEN
                            ADD 1 TO Year-Count
                            MOVE Closed-Tok(3:4) TO cy-year(Year-Count)
                     END-IF
                     IF Closed-Count < 24
                     AND TRIM(Closed-Tok) IS NUMERIC THEN
                            ADD 1 TO Closed-Count
       100-Post-Tonight-End.
              EXIT.

      *> 締め済みの月か、締め済みの会計年度に属する月なら締め済み
       130-Check-Period-Closed.
              MOVE "N" TO Post-Closed.
              IF Closed-Count > 0 THEN
                            END-IF
                     END-PERFORM
              END-IF.
              MOVE Post-Period TO Fy-Per.
              PERFORM 140-Fiscal-Year-Of.
              PERFORM VARYING Year-Idx FROM 1 BY 1
              UNTIL Year-Idx > Year-Count
                     IF cy-year(Year-Idx) = Fy-Of-Per THEN
                            MOVE "Y" TO Post-Closed
                     END-IF
              END-PERFORM.

      *> 月 (Fy-Per = yyyymm) の属する会計年度 (Fy-Of-Per)
       140-Fiscal-Year-Of.
              MOVE Fy-Per(1:4) TO Fy-Of-Per.
              MOVE Fy-Per(5:2) TO Fy-Mm.
              IF Fy-Mm < Fy-Start THEN
                     SUBTRACT 1 FROM Fy-Of-Per
              END-IF.

       200-Close-Period.
              IF Cmd-Period = SPACE
                     MOVE 1 TO RETURN-CODE
                     GO TO 200-Close-Period-End
              END-IF.
              PERFORM 210-Check-Gl-Nights THRU 212-Gl-Nights-Checked.
              IF Gn-Rejected NOT = 0 THEN
                     DISPLAY "MEC-002 ERROR: GL NIGHT " Gn-Rejected
                            " IS REJECTED, PERIOD NOT CLOSED"
                     MOVE Gn-Rejected TO Err-Input
                     PERFORM 230-Gl-Close-Error
                     GO TO 200-Close-Period-End
              END-IF.
              PERFORM 220-Sum-Gl-Journal THRU 222-Gl-Journal-Summed.
              IF Gn-Debit NOT = Gn-Credit THEN
                     DISPLAY "MEC-002 ERROR: GL JOURNAL FOR PERIOD "
                            Post-Period " DOES NOT BALANCE"
                     MOVE Post-Period TO Err-Input
                     PERFORM 230-Gl-Close-Error
                     GO TO 200-Close-Period-End
              END-IF.
              ADD 1 TO Closed-Count.
              MOVE Post-Period TO cl-period(Closed-Count).
              PERFORM 400-Rewrite-Ledger.
       200-Close-Period-End.
              EXIT.

      *> 月内の夜ごとに GL-CONTROL の最新状態を取り、REJECTED の
      *> まま残っている夜があれば締めない
       210-Check-Gl-Nights.
              MOVE 0 TO Gn-Count Gn-Rejected.
              OPEN INPUT GL-CONTROL.
              IF Gl-Control-Status NOT = "00" THEN
                     IF Gl-Control-Status = "05" THEN
                            CLOSE GL-CONTROL
                     END-IF
                     GO TO 212-Gl-Nights-Checked
              END-IF.
       211-Read-Gl-Control.
              READ GL-CONTROL
                     AT END
                         CLOSE GL-CONTROL
                         GO TO 212-Gl-Nights-Checked
              END-READ.
              IF GC-DATE(1:6) NOT = Post-Period THEN
                     GO TO 211-Read-Gl-Control
              END-IF.
              MOVE 0 TO Gn-Found.
              PERFORM VARYING Gn-Idx FROM 1 BY 1
              UNTIL Gn-Idx > Gn-Count
                     IF gn-date(Gn-Idx) = GC-DATE THEN
                            MOVE Gn-Idx TO Gn-Found
                     END-IF
              END-PERFORM.
              IF Gn-Found = 0 THEN
                     IF Gn-Count >= 31 THEN
                            GO TO 211-Read-Gl-Control
                     END-IF
                     ADD 1 TO Gn-Count
                     MOVE Gn-Count TO Gn-Found
                     MOVE GC-DATE TO gn-date(Gn-Found)
              END-IF.
              MOVE GC-STATUS TO gn-status(Gn-Found).
              GO TO 211-Read-Gl-Control.
       212-Gl-Nights-Checked.
              PERFORM VARYING Gn-Idx FROM 1 BY 1
              UNTIL Gn-Idx > Gn-Count
                     IF gn-status(Gn-Idx) = "REJECTED"
                     AND Gn-Rejected = 0 THEN
                            MOVE gn-date(Gn-Idx) TO Gn-Rejected
                     END-IF
              END-PERFORM.

       220-Sum-Gl-Journal.
              MOVE 0 TO Gn-Debit Gn-Credit.
              OPEN INPUT GL-JOURNAL.
              IF Gl-Journal-Status NOT = "00" THEN
                     IF Gl-Journal-Status = "05" THEN
                            CLOSE GL-JOURNAL
                     END-IF
                     GO TO 222-Gl-Journal-Summed
              END-IF.
       221-Read-Gl-Journal.
              READ GL-JOURNAL
                     AT END
                         CLOSE GL-JOURNAL
                         GO TO 222-Gl-Journal-Summed
              END-READ.
              IF GJ-DATE(1:6) = Post-Period THEN
                     IF GJ-DC = "D" THEN
                            ADD GJ-AMOUNT TO Gn-Debit
                     ELSE
                            ADD GJ-AMOUNT TO Gn-Credit
                     END-IF
              END-IF.
              GO TO 221-Read-Gl-Journal.
       222-Gl-Journal-Summed.
              EXIT.

       230-Gl-Close-Error.
              MOVE "MEC-002" TO Err-Code.
              MOVE "E" TO Err-Severity.
              MOVE "PERIOD CLOSE REFUSED, GENERAL LEDGER NOT IN BALANCE"
                     TO Err-Text.
              PERFORM Write-Error-Log.
              MOVE 1 TO RETURN-CODE.

      *> 月次報告: サイト+プログラム+指標ごとに月計と最大単日
       300-Report-Period.
              IF Cmd-Period = SPACE
      *> 表の内容で元帳ファイルを書き直す (締めマーカーを先頭に)
       400-Rewrite-Ledger.
              OPEN OUTPUT PERIOD-LEDGER.
              PERFORM VARYING Year-Idx FROM 1 BY 1
              UNTIL Year-Idx > Year-Count
                     MOVE SPACE TO PERIOD-LEDGER-RECORD
                     STRING "CLOSED FY" DELIMITED BY SIZE
                            cy-year(Year-Idx) DELIMITED BY SIZE
                            INTO PERIOD-LEDGER-RECORD
                     END-STRING
                     WRITE PERIOD-LEDGER-RECORD
              END-PERFORM.
              IF Closed-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING Closed-Idx FROM 1 BY 1
              END-IF.
              CLOSE PERIOD-LEDGER.

      *> 会計年度の締め: 12 か月すべて締め済みであることを確かめ、
      *> 年度の集計を出し、年度分の元帳レコードを保管世代へ移し、
      *> 開始残高を翌年度へ繰り越し、年度を締め済みにする
      *> (締めた年度の月へは以後転記できない)
       500-Close-Year.
              IF Cmd-Period = SPACE
              OR TRIM(Cmd-Period) IS NOT NUMERIC
              OR Cmd-Period(5:) NOT = SPACE
              OR Cmd-Period(4:1) = SPACE THEN
                     DISPLAY "ERROR: YEAREND NEEDS A FISCAL YEAR (YYYY)"
                     MOVE 1 TO RETURN-CODE
                     GO TO 500-Close-Year-End
              END-IF.
              MOVE Cmd-Period(1:4) TO Fy-Year.
              PERFORM VARYING Year-Idx FROM 1 BY 1
              UNTIL Year-Idx > Year-Count
                     IF cy-year(Year-Idx) = Fy-Year THEN
                            DISPLAY "ERROR: FISCAL YEAR " Fy-Year
                                   " IS ALREADY CLOSED"
                            MOVE 1 TO RETURN-CODE
                            GO TO 500-Close-Year-End
                     END-IF
              END-PERFORM.
              IF Year-Count >= 30 THEN
                     DISPLAY "ERROR: MORE THAN 30 CLOSED FISCAL YEARS"
                            " ON LEDGER"
                     MOVE 1 TO RETURN-CODE
                     GO TO 500-Close-Year-End
              END-IF.
              PERFORM 510-Check-Months.
              IF Fy-Missing > 0 THEN
                     DISPLAY "MEC-003 ERROR: FISCAL YEAR " Fy-Year
                            " HAS OPEN PERIODS: " TRIM(Fy-Miss-List)
                     MOVE "MEC-003" TO Err-Code
                     MOVE "E" TO Err-Severity
                     MOVE "YEAR-END REFUSED, NOT ALL PERIODS CLOSED"
                            TO Err-Text
                     MOVE Fy-Miss-List TO Err-Input
                     PERFORM Write-Error-Log
                     MOVE 1 TO RETURN-CODE
                     GO TO 500-Close-Year-End
              END-IF.
      *> 年度に属する元帳レコードに印を付ける
              IF PL-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING PL-Idx FROM 1 BY 1
                     UNTIL PL-Idx >= PL-Count
                            MOVE pl-t-date(PL-Idx)(1:6) TO Fy-Per
                            PERFORM 140-Fiscal-Year-Of
                            IF Fy-Of-Per = Fy-Year THEN
                                   MOVE "Y" TO pl-t-fy(PL-Idx)
                            ELSE
                                   MOVE "N" TO pl-t-fy(PL-Idx)
                            END-IF
                     END-PERFORM
              END-IF.
              PERFORM 520-Load-Opening THRU 522-Opening-Loaded.
              PERFORM 530-Year-Summary.
              PERFORM 540-Archive-Year THRU 540-Archive-Year-End.
              IF Fy-Ok NOT = "Y" THEN
                     GO TO 500-Close-Year-End
              END-IF.
              PERFORM 550-Carry-Opening.
              PERFORM 560-Drop-Year.
              PERFORM 400-Rewrite-Ledger.
              DISPLAY "FISCAL YEAR " Fy-Year " CLOSED".
       500-Close-Year-End.
              EXIT.

      *> 年度の 12 か月を順に調べ、締めていない月を並べる
       510-Check-Months.
              MOVE 0 TO Fy-Missing.
              MOVE SPACE TO Fy-Miss-List.
              MOVE 1 TO Fy-Miss-Ptr.
              MOVE Fy-Year TO Fy-Yy.
              MOVE Fy-Start TO Fy-Mm.
              PERFORM VARYING Fy-Idx FROM 1 BY 1 UNTIL Fy-Idx > 12
                     COMPUTE Post-Period = Fy-Yy * 100 + Fy-Mm
                     IF Fy-Idx = 1 THEN
                            MOVE Post-Period TO Fy-First
                     END-IF
                     MOVE Post-Period TO Fy-Last
                     PERFORM 130-Check-Period-Closed
                     IF Post-Closed NOT = "Y" THEN
                            ADD 1 TO Fy-Missing
                            STRING Post-Period DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   INTO Fy-Miss-List
                                   WITH POINTER Fy-Miss-Ptr
                            END-STRING
                     END-IF
                     ADD 1 TO Fy-Mm
                     IF Fy-Mm > 12 THEN
                            MOVE 1 TO Fy-Mm
                            ADD 1 TO Fy-Yy
                     END-IF
              END-PERFORM.

       520-Load-Opening.
              MOVE 0 TO OB-Count.
              OPEN INPUT PERIOD-OPENING.
              IF Opening-Status NOT = "00" THEN
                     IF Opening-Status = "05" THEN
                            CLOSE PERIOD-OPENING
                     END-IF
                     GO TO 522-Opening-Loaded
              END-IF.
       521-Read-Opening.
              READ PERIOD-OPENING
                     AT END
                         CLOSE PERIOD-OPENING
                         GO TO 522-Opening-Loaded
              END-READ.
              IF PO-YEAR IS NOT NUMERIC
              OR PO-VALUE IS NOT NUMERIC THEN
                     GO TO 521-Read-Opening
              END-IF.
              IF OB-Count >= 1000 THEN
                     DISPLAY "WARNING: PERIOD-OPENING HAS MORE THAN"
                            " 1000 RECORDS, REST IGNORED"
                     CLOSE PERIOD-OPENING
                     GO TO 522-Opening-Loaded
              END-IF.
              ADD 1 TO OB-Count.
              MOVE PO-YEAR TO ob-t-year(OB-Count).
              MOVE PO-SITE TO ob-t-site(OB-Count).
              MOVE PO-PROGRAM TO ob-t-prog(OB-Count).
              MOVE PO-METRIC TO ob-t-metric(OB-Count).
              MOVE PO-VALUE TO ob-t-value(OB-Count).
              MOVE "N" TO ob-t-seen(OB-Count).
              GO TO 521-Read-Opening.
       522-Opening-Loaded.
              EXIT.

      *> 年度集計: サイト+プログラム+指標ごとに開始残高、年計、
      *> 期末残高。転記のなかった指標も開始残高があれば載せる
       530-Year-Summary.
              DISPLAY "FISCAL YEAR-END SUMMARY FY" Fy-Year
                     " (" Fy-First " - " Fy-Last ")".
              MOVE 0 TO Rp-Lines.
              IF PL-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING PL-Idx FROM 1 BY 1
                     UNTIL PL-Idx >= PL-Count
                            MOVE "N" TO pl-t-seen(PL-Idx)
                     END-PERFORM
                     PERFORM WITH TEST AFTER
                     VARYING PL-Idx FROM 1 BY 1
                     UNTIL PL-Idx >= PL-Count
                            IF pl-t-seen(PL-Idx) = "N"
                            AND pl-t-fy(PL-Idx) = "Y" THEN
                                   PERFORM 531-Summary-One-Metric
                            END-IF
                     END-PERFORM
              END-IF.
              PERFORM VARYING OB-Idx FROM 1 BY 1
              UNTIL OB-Idx > OB-Count
                     IF ob-t-year(OB-Idx) = Fy-Year
                     AND ob-t-seen(OB-Idx) = "N" THEN
                            MOVE ob-t-site(OB-Idx) TO Rp-Site
                            MOVE ob-t-prog(OB-Idx) TO Rp-Prog
                            MOVE ob-t-metric(OB-Idx) TO Rp-Metric
                            MOVE 0 TO Rp-Total
                            MOVE ob-t-value(OB-Idx) TO Rp-Open
                            PERFORM 533-Summary-Line
                     END-IF
              END-PERFORM.
              IF Rp-Lines = 0 THEN
                     DISPLAY "  NO POSTINGS FOR FISCAL YEAR"
              END-IF.

       531-Summary-One-Metric.
              MOVE pl-t-site(PL-Idx) TO Rp-Site.
              MOVE pl-t-prog(PL-Idx) TO Rp-Prog.
              MOVE pl-t-metric(PL-Idx) TO Rp-Metric.
              MOVE 0 TO Rp-Total.
              PERFORM WITH TEST AFTER
              VARYING Rp-Idx FROM 1 BY 1 UNTIL Rp-Idx >= PL-Count
                     IF pl-t-site(Rp-Idx) = Rp-Site
                     AND pl-t-prog(Rp-Idx) = Rp-Prog
                     AND pl-t-metric(Rp-Idx) = Rp-Metric
                     AND pl-t-fy(Rp-Idx) = "Y" THEN
                            MOVE "Y" TO pl-t-seen(Rp-Idx)
                            ADD pl-t-value(Rp-Idx) TO Rp-Total
                     END-IF
              END-PERFORM.
              MOVE Fy-Year TO Fy-Yy.
              PERFORM 532-Find-Opening.
              MOVE 0 TO Rp-Open.
              IF OB-Found > 0 THEN
                     MOVE ob-t-value(OB-Found) TO Rp-Open
                     MOVE "Y" TO ob-t-seen(OB-Found)
              END-IF.
              PERFORM 533-Summary-Line.

      *> 開始残高表から年度 Fy-Yy + Rp- キーの行を探す
       532-Find-Opening.
              MOVE 0 TO OB-Found.
              PERFORM VARYING OB-Idx FROM 1 BY 1
              UNTIL OB-Idx > OB-Count
                     IF ob-t-year(OB-Idx) = Fy-Yy
                     AND ob-t-site(OB-Idx) = Rp-Site
                     AND ob-t-prog(OB-Idx) = Rp-Prog
                     AND ob-t-metric(OB-Idx) = Rp-Metric THEN
                            MOVE OB-Idx TO OB-Found
                     END-IF
              END-PERFORM.

       533-Summary-Line.
              ADD 1 TO Rp-Lines.
              COMPUTE Rp-Close = Rp-Open + Rp-Total.
              MOVE Rp-Open TO Rp-Open-Z.
              MOVE Rp-Total TO Rp-Tot-Z.
              MOVE Rp-Close TO Rp-Close-Z.
              DISPLAY "  " Rp-Site " " Rp-Prog " " Rp-Metric
                     " OPENING " TRIM(Rp-Open-Z)
                     " YEAR " TRIM(Rp-Tot-Z)
                     " CLOSING " TRIM(Rp-Close-Z).

      *> 年度分の元帳レコードを PERIOD-LEDGER-FYyyyy の次世代へ
      *> 書き、ARCHIVE-CATALOG に登録する
       540-Archive-Year.
              MOVE "N" TO Fy-Ok.
              MOVE SPACE TO Archive-Name.
              STRING "PERIOD-LEDGER-FY" DELIMITED BY SIZE
                     Fy-Year DELIMITED BY SIZE
                     INTO Archive-Name
              END-STRING.
              MOVE 0 TO Archive-Gen.
              OPEN INPUT ARCHIVE-CATALOG.
              IF Catalog-Status NOT = "00" THEN
                     IF Catalog-Status = "05" THEN
                            CLOSE ARCHIVE-CATALOG
                     END-IF
                     GO TO 542-Catalog-Read
              END-IF.
       541-Read-Catalog.
              READ ARCHIVE-CATALOG
                     AT END
                         CLOSE ARCHIVE-CATALOG
                         GO TO 542-Catalog-Read
              END-READ.
              IF AC-FILE = Archive-Name
              AND AC-GEN IS NUMERIC
              AND AC-GEN > Archive-Gen THEN
                     MOVE AC-GEN TO Archive-Gen
              END-IF.
              GO TO 541-Read-Catalog.
       542-Catalog-Read.
              ADD 1 TO Archive-Gen.
              MOVE SPACE TO Archive-Path.
              STRING TRIM(Archive-Name) DELIMITED BY SIZE
                     ".G" DELIMITED BY SIZE
                     Archive-Gen DELIMITED BY SIZE
                     INTO Archive-Path
              END-STRING.
              OPEN OUTPUT LEDGER-ARCHIVE.
              IF Ledger-Archive-Status NOT = "00" THEN
                     DISPLAY "MEC-004 ERROR: CANNOT WRITE "
                            TRIM(Archive-Path) " (STATUS "
                            Ledger-Archive-Status ")"
                     MOVE "MEC-004" TO Err-Code
                     MOVE "E" TO Err-Severity
                     MOVE "YEAR-END REFUSED, LEDGER ARCHIVE NOT WRITTEN"
                            TO Err-Text
                     MOVE Archive-Path TO Err-Input
                     PERFORM Write-Error-Log
                     MOVE 1 TO RETURN-CODE
                     GO TO 540-Archive-Year-End
              END-IF.
              MOVE 0 TO Archive-Count.
              IF PL-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING PL-Idx FROM 1 BY 1
                     UNTIL PL-Idx >= PL-Count
                            IF pl-t-fy(PL-Idx) = "Y" THEN
                                   MOVE SPACE TO PERIOD-LEDGER-RECORD
                                   MOVE pl-t-site(PL-Idx) TO PL-SITE
                                   MOVE pl-t-date(PL-Idx) TO PL-DATE
                                   MOVE pl-t-prog(PL-Idx) TO PL-PROGRAM
                                   MOVE pl-t-metric(PL-Idx)
                                          TO PL-METRIC
                                   MOVE pl-t-value(PL-Idx) TO PL-VALUE
                                   MOVE PERIOD-LEDGER-RECORD
                                          TO LEDGER-ARCHIVE-RECORD
                                   WRITE LEDGER-ARCHIVE-RECORD
                                   ADD 1 TO Archive-Count
                            END-IF
                     END-PERFORM
              END-IF.
              CLOSE LEDGER-ARCHIVE.
              ACCEPT Archive-Stamp-D FROM DATE YYYYMMDD.
              ACCEPT Archive-Stamp-T FROM TIME.
              OPEN EXTEND ARCHIVE-CATALOG.
              MOVE SPACE TO ARCHIVE-CATALOG-RECORD.
              MOVE Archive-Name TO AC-FILE.
              MOVE Archive-Gen TO AC-GEN.
              MOVE Archive-Stamp-D TO AC-DATE.
              MOVE Archive-Stamp-T(1:6) TO AC-TIME.
              MOVE "MONTHEND" TO AC-PROGRAM.
              MOVE Archive-Count TO AC-COUNT.
              WRITE ARCHIVE-CATALOG-RECORD.
              CLOSE ARCHIVE-CATALOG.
              MOVE Archive-Count TO Archive-Z.
              DISPLAY "FY" Fy-Year " LEDGER ARCHIVED TO "
                     TRIM(Archive-Path) " (" TRIM(Archive-Z)
                     " RECORD(S))".
              MOVE "Y" TO Fy-Ok.
       540-Archive-Year-End.
              EXIT.

      *> 翌年度の開始残高 = 当年度の開始残高 + 当年度の年計
       550-Carry-Opening.
              COMPUTE Fy-Yy = Fy-Year + 1.
              PERFORM VARYING OB-Idx FROM 1 BY 1
              UNTIL OB-Idx > OB-Count
                     IF ob-t-year(OB-Idx) = Fy-Yy THEN
                            MOVE 0 TO ob-t-value(OB-Idx)
                     END-IF
              END-PERFORM.
              MOVE OB-Count TO Fy-Keep.
              PERFORM VARYING Rp-Idx FROM 1 BY 1
              UNTIL Rp-Idx > Fy-Keep
                     IF ob-t-year(Rp-Idx) = Fy-Year THEN
                            MOVE ob-t-site(Rp-Idx) TO Rp-Site
                            MOVE ob-t-prog(Rp-Idx) TO Rp-Prog
                            MOVE ob-t-metric(Rp-Idx) TO Rp-Metric
                            MOVE ob-t-value(Rp-Idx) TO Rp-Total
                            PERFORM 551-Add-Opening
                     END-IF
              END-PERFORM.
              IF PL-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING PL-Idx FROM 1 BY 1
                     UNTIL PL-Idx >= PL-Count
                            IF pl-t-fy(PL-Idx) = "Y" THEN
                                   MOVE pl-t-site(PL-Idx) TO Rp-Site
                                   MOVE pl-t-prog(PL-Idx) TO Rp-Prog
                                   MOVE pl-t-metric(PL-Idx)
                                          TO Rp-Metric
                                   MOVE pl-t-value(PL-Idx) TO Rp-Total
                                   PERFORM 551-Add-Opening
                            END-IF
                     END-PERFORM
              END-IF.
              OPEN OUTPUT PERIOD-OPENING.
              PERFORM VARYING OB-Idx FROM 1 BY 1
              UNTIL OB-Idx > OB-Count
                     MOVE SPACE TO PERIOD-OPENING-RECORD
                     MOVE ob-t-year(OB-Idx) TO PO-YEAR
                     MOVE ob-t-site(OB-Idx) TO PO-SITE
                     MOVE ob-t-prog(OB-Idx) TO PO-PROGRAM
                     MOVE ob-t-metric(OB-Idx) TO PO-METRIC
                     MOVE ob-t-value(OB-Idx) TO PO-VALUE
                     WRITE PERIOD-OPENING-RECORD
              END-PERFORM.
              CLOSE PERIOD-OPENING.
              COMPUTE Fy-Yy = Fy-Year + 1.
              DISPLAY "OPENING BALANCES CARRIED INTO FY" Fy-Yy.

       551-Add-Opening.
              PERFORM 532-Find-Opening.
              IF OB-Found = 0 THEN
                     IF OB-Count >= 1000 THEN
                            DISPLAY "WARNING: PERIOD-OPENING FULL, "
                                   Rp-Site " " Rp-Prog " " Rp-Metric
                                   " NOT CARRIED"
                            MOVE 2 TO RETURN-CODE
                     ELSE
                            ADD 1 TO OB-Count
                            MOVE OB-Count TO OB-Found
                            MOVE Fy-Yy TO ob-t-year(OB-Found)
                            MOVE Rp-Site TO ob-t-site(OB-Found)
                            MOVE Rp-Prog TO ob-t-prog(OB-Found)
                            MOVE Rp-Metric TO ob-t-metric(OB-Found)
                            MOVE 0 TO ob-t-value(OB-Found)
                            MOVE "N" TO ob-t-seen(OB-Found)
                     END-IF
              END-IF.
              IF OB-Found > 0 THEN
                     ADD Rp-Total TO ob-t-value(OB-Found)
              END-IF.

      *> 年度分を元帳から外し、月の締めマーカーを年度の締め
      *> マーカー 1 行に置き換える
       560-Drop-Year.
              MOVE 0 TO Fy-Keep.
              IF PL-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING PL-Idx FROM 1 BY 1
                     UNTIL PL-Idx >= PL-Count
                            IF pl-t-fy(PL-Idx) NOT = "Y" THEN
                                   ADD 1 TO Fy-Keep
                                   IF Fy-Keep NOT = PL-Idx THEN
                                          MOVE PL-Table(PL-Idx)
                                                 TO PL-Table(Fy-Keep)
                                   END-IF
                            END-IF
                     END-PERFORM
              END-IF.
              MOVE Fy-Keep TO PL-Count.
              MOVE 0 TO Fy-Keep.
              IF Closed-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING Closed-Idx FROM 1 BY 1
                     UNTIL Closed-Idx >= Closed-Count
                            MOVE cl-period(Closed-Idx) TO Fy-Per
                            PERFORM 140-Fiscal-Year-Of
                            IF Fy-Of-Per NOT = Fy-Year THEN
                                   ADD 1 TO Fy-Keep
                                   MOVE cl-period(Closed-Idx)
                                          TO cl-period(Fy-Keep)
                            END-IF
                     END-PERFORM
              END-IF.
              MOVE Fy-Keep TO Closed-Count.
              ADD 1 TO Year-Count.
              MOVE Fy-Year TO cy-year(Year-Count).

       COPY RUNHISTPD.
       COPY ERRLOGPD.
       COPY CONFIGPD.
       END PROGRAM MAIN.
