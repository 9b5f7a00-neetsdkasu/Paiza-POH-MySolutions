                     ASSIGN TO "BUDGET-MASTER"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Budget-Status.
              SELECT OPTIONAL PERIOD-LEDGER
                     ASSIGN TO "PERIOD-LEDGER"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Period-Ledger-Status.
              SELECT SEXYISHOU-EXCEPTIONS
                     ASSIGN TO "SEXYISHOU-EXCEPTIONS"
                     ORGANIZATION IS LINE SEQUENTIAL
       FD  LEDGER-IN.
              01 LEDGER-IN-RECORD PIC X(40).
       FD  BUDGET-MASTER.
              01 BUDGET-MASTER-RECORD PIC X(200).
       FD  PERIOD-LEDGER.
              01 PERIOD-LEDGER-RECORD.
                     05 PL-SITE    PIC X(4).
                     05 FILLER     PIC X.
                     05 PL-DATE    PIC 9(8).
                     05 FILLER     PIC X.
                     05 PL-PROGRAM PIC X(12).
                     05 FILLER     PIC X.
                     05 PL-METRIC  PIC X(8).
                     05 FILLER     PIC X.
                     05 PL-VALUE   PIC 9(15).
       FD  SEXYISHOU-EXCEPTIONS.
              01 SEXYISHOU-EXCEPTIONS-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01 Ledger-In-Status PIC XX.
       01 Budget-Status PIC XX.
       01 Exceptions-Status PIC XX.
       01 Period-Ledger-Status PIC XX.
       01 Budget-Values.
              05 BG-Count PIC 9(3) VALUE 0.
              05 BG-Idx   PIC 9(3).
              05 BG-Table OCCURS 200 TIMES.
                     10 bg-item PIC X(10).
                     10 bg-tol  PIC 9(3)V9(2).
                     10 bg-phased PIC X.
                     10 bg-prog   PIC X(12).
                     10 bg-metric PIC X(8).
                     10 bg-month  PIC 9(9) OCCURS 12 TIMES.
                     10 bg-actual PIC 9(12) OCCURS 12 TIMES.
              05 bg-tol-tok  PIC X(10).
              05 bg-mon-tok  PIC X(12) OCCURS 12 TIMES.
              05 bg-prog-tok PIC X(14).
              05 bg-met-tok  PIC X(10).
              05 bg-mi       PIC 99.
              05 bg-bad      PIC X.
              05 LG-Use-Tol  PIC 9(3)V9(2).
              05 LG-Approved PIC 9(6) VALUE 0.
       01 Ledger-Values.
              05 LG-TOT-Z    PIC Z(11)9.
              05 LG-NET-Z    PIC -(11)9.
              05 LG-CNT-Z    PIC Z(5)9.
       01 Phasing-Values.
              05 PH-Run-Date  PIC 9(8).
              05 PH-Period    PIC 9(6).
              05 PH-Year      PIC 9(4).
              05 PH-Month     PIC 99.
              05 PH-Items     PIC 9(4) VALUE 0.
              05 PH-Over      PIC 9(4) VALUE 0.
              05 PH-Mon-Bud   PIC 9(12).
              05 PH-Mon-Act   PIC 9(12).
              05 PH-YTD-Bud   PIC 9(12).
              05 PH-YTD-Act   PIC 9(12).
              05 PH-FY-Bud    PIC 9(12).
              05 PH-FY-Fcst   PIC 9(12).
              05 PH-Mon-Var   PIC S9(12).
              05 PH-YTD-Var   PIC S9(12).
              05 PH-FY-Var    PIC S9(12).
              05 PH-Amt-Z     PIC Z(10)9.
              05 PH-Var-Z     PIC -(10)9.
              05 PH-Line      PIC X(132).
       01 ANSWER-VALUES.
              05 INT-N   PIC 999.
              05 INT-M   PIC 999.
              END-IF.
              IF BG-Found > 0 THEN
                     MOVE bg-tol(BG-Found) TO LG-Use-Tol
      *> 月次配分のある項目は単月ではなく累計で判定する (下の
      *> 予算配分セクション)
                     IF bg-phased(BG-Found) = "Y" THEN
                            ADD 1 TO LG-Approved
                            GO TO 050-Read-Ledger
                     END-IF
              END-IF.
              IF LG-PCT > LG-Use-Tol THEN
                     ADD 1 TO LG-FLAGGED
              GO TO 050-Read-Ledger.
       060-Show-Ledger-Totals.
              CLOSE LEDGER-IN.
              PERFORM 080-Budget-Phasing THRU 080-Budget-Phasing-End.
              CLOSE SEXYISHOU-EXCEPTIONS.
              MOVE LG-Approved TO LG-CNT-Z.
              DISPLAY "AUTO-APPROVED IN-TOLERANCE LINES: "
              DISPLAY "NET VARIANCE:   " TRIM(LG-NET-Z).
              MOVE LG-FLAGGED TO LG-CNT-Z.
              DISPLAY "ITEMS OVER TOLERANCE: " TRIM(LG-CNT-Z).
              IF PH-Items > 0 THEN
                     MOVE PH-Over TO LG-CNT-Z
                     DISPLAY "PHASED ITEMS OVER YTD BUDGET: "
                            TRIM(LG-CNT-Z)
              END-IF.
              MOVE LG-ITEMS TO Run-Hist-Read.
              MOVE LG-FLAGGED TO Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.

      *> 予算マスタ ("item tolerated-variance-pct") の読み込み。
      *> 月次配分つきの形式は
      *>   item pct m01 m02 ... m12 [program [metric]]
      *> で、実績は PERIOD-LEDGER の program/metric (既定は全
      *> プログラム、指標名 = item の先頭 8 文字) を月ごとに合計する。
       070-Load-Budget-Master.
              OPEN INPUT BUDGET-MASTER.
              IF Budget-Status NOT = "00" THEN
                     GO TO 071-Read-Budget
              END-IF.
              ADD 1 TO BG-Count.
              MOVE SPACE TO bg-tol-tok bg-prog-tok bg-met-tok.
              PERFORM VARYING bg-mi FROM 1 BY 1 UNTIL bg-mi > 12
                     MOVE SPACE TO bg-mon-tok(bg-mi)
              END-PERFORM.
              UNSTRING BUDGET-MASTER-RECORD DELIMITED BY ALL " "
                     INTO bg-item(BG-Count) bg-tol-tok
                          bg-mon-tok(1) bg-mon-tok(2) bg-mon-tok(3)
                          bg-mon-tok(4) bg-mon-tok(5) bg-mon-tok(6)
                          bg-mon-tok(7) bg-mon-tok(8) bg-mon-tok(9)
                          bg-mon-tok(10) bg-mon-tok(11)
                          bg-mon-tok(12) bg-prog-tok bg-met-tok.
              MOVE "N" TO bg-bad.
              MOVE "N" TO bg-phased(BG-Count).
              IF bg-mon-tok(1) NOT = SPACE THEN
                     MOVE "Y" TO bg-phased(BG-Count)
                     PERFORM VARYING bg-mi FROM 1 BY 1
                             UNTIL bg-mi > 12
                            IF bg-mon-tok(bg-mi) = SPACE
                            OR TRIM(bg-mon-tok(bg-mi)) IS NOT NUMERIC
                            THEN
                                   MOVE "Y" TO bg-bad
                            ELSE
                                   MOVE NUMVAL(TRIM(bg-mon-tok(bg-mi)))
                                          TO bg-month(BG-Count, bg-mi)
                            END-IF
                            MOVE 0 TO bg-actual(BG-Count, bg-mi)
                     END-PERFORM
              END-IF.
              MOVE bg-prog-tok TO bg-prog(BG-Count).
              IF bg-prog-tok = "*" THEN
                     MOVE SPACE TO bg-prog(BG-Count)
              END-IF.
              MOVE bg-item(BG-Count) TO bg-metric(BG-Count).
              IF bg-met-tok NOT = SPACE THEN
                     MOVE bg-met-tok TO bg-metric(BG-Count)
              END-IF.
              IF bg-tol-tok = SPACE
              OR TRIM(bg-tol-tok) IS NOT NUMERIC
              OR bg-bad = "Y" THEN
                     DISPLAY "WARNING: BAD BUDGET RECORD SKIPPED: "
                            TRIM(BUDGET-MASTER-RECORD)
                     SUBTRACT 1 FROM BG-Count
       072-Budget-Loaded.
              EXIT.

      *> 予算配分: 対象月 (SEXYISHOU-PERIOD yyyymm、既定は今月) の
      *> 単月・年累計・通期見込 (累計実績 + 残り月の予算) の差異。
      *> 差異は実績 - 予算 (正が超過)。年累計の超過率が許容差異を
      *> 超えた項目を例外にする。年度は暦年。
       080-Budget-Phasing.
              MOVE 0 TO BG-Found.
              IF BG-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING BG-Idx FROM 1 BY 1
                     UNTIL BG-Idx >= BG-Count
                            IF bg-phased(BG-Idx) = "Y" THEN
                                   MOVE BG-Idx TO BG-Found
                            END-IF
                     END-PERFORM
              END-IF.
              IF BG-Found = 0 THEN
                     GO TO 080-Budget-Phasing-End
              END-IF.
              ACCEPT PH-Run-Date FROM DATE YYYYMMDD.
              MOVE PH-Run-Date(1:6) TO PH-Period.
              MOVE "SEXYISHOU-PERIOD" TO Config-Param-Name.
              MOVE PH-Period TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC
              AND STORED-CHAR-LENGTH(Config-Param-Value) = 6 THEN
                     MOVE Config-Param-Value(1:6) TO PH-Period
              END-IF.
              MOVE PH-Period(1:4) TO PH-Year.
              MOVE PH-Period(5:2) TO PH-Month.
              IF PH-Month < 1 OR PH-Month > 12 THEN
                     DISPLAY "ERROR: SEXYISHOU-PERIOD " PH-Period
                            " IS NOT A VALID YYYYMM"
                     MOVE 1 TO RETURN-CODE
                     GO TO 080-Budget-Phasing-End
              END-IF.
              PERFORM 090-Load-Period-Actuals
                     THRU 092-Period-Actuals-Loaded.
              DISPLAY "BUDGET PHASING FOR " PH-Period
                     " (YEAR " PH-Year " TO DATE):".
              DISPLAY "  ITEM        MONTH-BUD  MONTH-AC"
                     "T  MONTH-VAR    YTD-BUD    YTD-AC"
                     "T    YTD-VAR  FY-BUDGET FY-FORECST     FY-VAR".
              PERFORM WITH TEST AFTER
              VARYING BG-Idx FROM 1 BY 1 UNTIL BG-Idx >= BG-Count
                     IF bg-phased(BG-Idx) = "Y" THEN
                            PERFORM 085-Phase-One-Item
                                   THRU 085-Phase-One-Item-Exit
                     END-IF
              END-PERFORM.
       080-Budget-Phasing-End.
              EXIT.

       085-Phase-One-Item.
              ADD 1 TO PH-Items.
              MOVE bg-month(BG-Idx, PH-Month) TO PH-Mon-Bud.
              MOVE bg-actual(BG-Idx, PH-Month) TO PH-Mon-Act.
              MOVE 0 TO PH-YTD-Bud PH-YTD-Act PH-FY-Bud.
              PERFORM VARYING bg-mi FROM 1 BY 1 UNTIL bg-mi > 12
                     ADD bg-month(BG-Idx, bg-mi) TO PH-FY-Bud
                     IF bg-mi <= PH-Month THEN
                            ADD bg-month(BG-Idx, bg-mi) TO PH-YTD-Bud
                            ADD bg-actual(BG-Idx, bg-mi) TO PH-YTD-Act
                     END-IF
              END-PERFORM.
              COMPUTE PH-FY-Fcst = PH-YTD-Act + PH-FY-Bud - PH-YTD-Bud.
              COMPUTE PH-Mon-Var = PH-Mon-Act - PH-Mon-Bud.
              COMPUTE PH-YTD-Var = PH-YTD-Act - PH-YTD-Bud.
              COMPUTE PH-FY-Var = PH-FY-Fcst - PH-FY-Bud.
              MOVE SPACE TO PH-Line.
              MOVE bg-item(BG-Idx) TO PH-Line(1:10).
              MOVE PH-Mon-Bud TO PH-Amt-Z.
              MOVE PH-Amt-Z(2:) TO PH-Line(12:10).
              MOVE PH-Mon-Act TO PH-Amt-Z.
              MOVE PH-Amt-Z(2:) TO PH-Line(23:10).
              MOVE PH-Mon-Var TO PH-Var-Z.
              MOVE PH-Var-Z(2:) TO PH-Line(34:10).
              MOVE PH-YTD-Bud TO PH-Amt-Z.
              MOVE PH-Amt-Z(2:) TO PH-Line(45:10).
              MOVE PH-YTD-Act TO PH-Amt-Z.
              MOVE PH-Amt-Z(2:) TO PH-Line(56:10).
              MOVE PH-YTD-Var TO PH-Var-Z.
              MOVE PH-Var-Z(2:) TO PH-Line(67:10).
              MOVE PH-FY-Bud TO PH-Amt-Z.
              MOVE PH-Amt-Z(2:) TO PH-Line(78:10).
              MOVE PH-FY-Fcst TO PH-Amt-Z.
              MOVE PH-Amt-Z(2:) TO PH-Line(89:10).
              MOVE PH-FY-Var TO PH-Var-Z.
              MOVE PH-Var-Z(2:) TO PH-Line(100:10).
              DISPLAY "  " TRIM(PH-Line TRAILING).
              IF PH-YTD-Var <= 0 THEN
                     GO TO 085-Phase-One-Item-Exit
              END-IF.
              MOVE 100 TO LG-PCT.
              IF PH-YTD-Bud > 0 THEN
                     IF PH-YTD-Var * 100 / PH-YTD-Bud > 999 THEN
                            MOVE 999 TO LG-PCT
                     ELSE
                            COMPUTE LG-PCT ROUNDED =
                                   PH-YTD-Var * 100 / PH-YTD-Bud
                     END-IF
              END-IF.
              IF LG-PCT <= bg-tol(BG-Idx) THEN
                     GO TO 085-Phase-One-Item-Exit
              END-IF.
              ADD 1 TO PH-Over.
              ADD 1 TO LG-FLAGGED.
              MOVE PH-YTD-Var TO PH-Var-Z.
              MOVE LG-PCT TO LG-PCT-Z.
              MOVE SPACE TO SEXYISHOU-EXCEPTIONS-RECORD.
              STRING bg-item(BG-Idx) DELIMITED BY SIZE
                     " YTD " DELIMITED BY SIZE
                     PH-Period DELIMITED BY SIZE
                     " OVERSPEND " DELIMITED BY SIZE
                     TRIM(PH-Var-Z) DELIMITED BY SIZE
                     " (" DELIMITED BY SIZE
                     TRIM(LG-PCT-Z) DELIMITED BY SIZE
                     " PCT) OVER TOLERANCE" DELIMITED BY SIZE
                     INTO SEXYISHOU-EXCEPTIONS-RECORD
              END-STRING.
              WRITE SEXYISHOU-EXCEPTIONS-RECORD.
              DISPLAY "  " TRIM(SEXYISHOU-EXCEPTIONS-RECORD).
       085-Phase-One-Item-Exit.
              EXIT.

      *> 期間元帳から対象年の月別実績を集める (CLOSED 行は除く)
       090-Load-Period-Actuals.
              OPEN INPUT PERIOD-LEDGER.
              IF Period-Ledger-Status NOT = "00" THEN
                     IF Period-Ledger-Status = "05" THEN
                            CLOSE PERIOD-LEDGER
                     END-IF
                     DISPLAY "WARNING: PERIOD-LEDGER NOT AVAILABLE,"
                            " PHASED ACTUALS ARE ZERO"
                     GO TO 092-Period-Actuals-Loaded
              END-IF.
       091-Read-Period.
              READ PERIOD-LEDGER
                     AT END
                         CLOSE PERIOD-LEDGER
                         GO TO 092-Period-Actuals-Loaded
              END-READ.
              IF PERIOD-LEDGER-RECORD(1:7) = "CLOSED "
              OR PL-DATE IS NOT NUMERIC
              OR PL-VALUE IS NOT NUMERIC THEN
                     GO TO 091-Read-Period
              END-IF.
              IF PL-DATE(1:4) NOT = PH-Period(1:4) THEN
                     GO TO 091-Read-Period
              END-IF.
              MOVE PL-DATE(5:2) TO bg-mi.
              IF bg-mi < 1 OR bg-mi > 12 THEN
                     GO TO 091-Read-Period
              END-IF.
              PERFORM WITH TEST AFTER
              VARYING BG-Idx FROM 1 BY 1 UNTIL BG-Idx >= BG-Count
                     IF bg-phased(BG-Idx) = "Y"
                     AND PL-METRIC = bg-metric(BG-Idx)
                     AND (bg-prog(BG-Idx) = SPACE
                          OR PL-PROGRAM = bg-prog(BG-Idx)) THEN
                            ADD PL-VALUE TO bg-actual(BG-Idx, bg-mi)
                     END-IF
              END-PERFORM.
              GO TO 091-Read-Period.
       092-Period-Actuals-Loaded.
              EXIT.

       COPY PARSE2PD.
       COPY RUNHISTPD.
       COPY ERRLOGPD.
