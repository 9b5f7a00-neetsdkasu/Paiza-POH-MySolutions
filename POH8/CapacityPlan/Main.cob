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
              SELECT GEN-IN
                     ASSIGN TO DYNAMIC Gen-Path
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Gen-In-Status.
              SELECT OPTIONAL ARCHIVE-CATALOG
                     ASSIGN TO "ARCHIVE-CATALOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Catalog-Status.
       COPY RUNHISTSL.
       COPY ALERTQSL.
       COPY CONFIGSL.
       DATA DIVISION.
       FILE SECTION.
       FD  GEN-IN.
              01 GEN-IN-RECORD PIC X(2000).
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
       COPY RUNHISTFD.
       COPY ALERTQFD.
       COPY CONFIGFD.
       WORKING-STORAGE SECTION.
       COPY RUNHISTWS.
       COPY ALERTQWS.
       COPY CONFIGWS.
       COPY REPORTWS.
       01 Gen-In-Status PIC XX.
       01 Catalog-Status PIC XX.
       01 Card-Values.
              05 Card-Line     PIC X(80).
              05 Card-Verb     PIC X(10).
              05 Card-Tok-2    PIC X(22).
              05 Card-Tok-3    PIC X(14).
              05 Card-Tok-4    PIC X(14).
              05 Card-Tok-5    PIC X(14).
      *> しきい値: 警告の先読み日数、領域の使用率 (%)、世代の
      *> 間隔が分からないときの保存日数と、Archive と同じ保存世代数
       01 Limit-Values.
              05 Alert-Days    PIC 9(4) VALUE 30.
              05 Alert-Pct     PIC 9(3) VALUE 90.
              05 Retain-Days   PIC 9(4) VALUE 90.
              05 Keep-Count    PIC 9(3) VALUE 3.
      *> 保管領域 (SYSIN の AREA 行) と容量 (レコード数)
       01 Area-Table-Values.
              05 AR-Count PIC 99 VALUE 0.
              05 AR-Idx   PIC 99.
              05 AR-Table OCCURS 20 TIMES.
                     10 ar-name   PIC X(8).
                     10 ar-cap    PIC 9(10).
                     10 ar-stored PIC 9(10).
                     10 ar-proj   PIC 9(10).
                     10 ar-grow   PIC S9(9)V99.
      *> 報告するファイル: カタログにあるファイルと SYSIN の FILE 行。
      *> fl-limit はファイルの上限 (0 = なし)、fl-prog は世代の履歴が
      *> ないとき日々の量を RUN-HISTORY から取るプログラム名
       01 File-Table-Values.
              05 FL-Count PIC 99 VALUE 0.
              05 FL-Idx   PIC 99.
              05 FL-Table OCCURS 50 TIMES.
                     10 fl-name   PIC X(20).
                     10 fl-area   PIC X(8).
                     10 fl-prog   PIC X(12).
                     10 fl-limit  PIC 9(10).
                     10 fl-live   PIC 9(10).
                     10 fl-gens   PIC 9(4).
                     10 fl-stored PIC 9(10).
                     10 fl-g30    PIC S9(9)V99.
                     10 fl-g90    PIC S9(9)V99.
                     10 fl-src30  PIC X(3).
                     10 fl-src90  PIC X(3).
                     10 fl-retain PIC 9(5).
                     10 fl-proj   PIC 9(10).
       01 Catalog-Table-Values.
              05 Cat-Count PIC 9(4) VALUE 0.
              05 Cat-Idx   PIC 9(4).
              05 Cat-Table OCCURS 2000 TIMES.
                     10 ct-file  PIC X(20).
                     10 ct-day   PIC 9(7).
                     10 ct-count PIC 9(8).
       01 Run-Table-Values.
              05 RT-Count PIC 9(4) VALUE 0.
              05 RT-Idx   PIC 9(4).
              05 RT-Table OCCURS 5000 TIMES.
                     10 rt-prog PIC X(12).
                     10 rt-day  PIC 9(7).
                     10 rt-read PIC 9(10).
       01 Growth-Values.
              05 Gen-Path    PIC X(120).
              05 Today-Date  PIC 9(8).
              05 Today-Day   PIC 9(7).
              05 Window-Days PIC 9(3).
              05 Window-Day  PIC 9(7).
              05 Base-Day    PIC 9(7).
              05 Base-Count  PIC 9(8).
              05 Base-Found  PIC X.
              05 In-Day      PIC 9(7).
              05 In-Count    PIC 9(8).
              05 In-Found    PIC X.
              05 Span-Days   PIC 9(7).
              05 Vol-Sum     PIC 9(12).
              05 Vol-Found   PIC X.
              05 First-Day   PIC 9(7).
              05 Last-Day    PIC 9(7).
              05 Grow-Rate   PIC S9(9)V99.
              05 Grow-Src    PIC X(3).
              05 Days-Left   PIC 9(7).
              05 Thresh-Recs PIC 9(10).
              05 Use-Pct     PIC 9(5).
              05 Alert-Count PIC 9(4) VALUE 0.
       01 Edit-Values.
              05 Recs-Z   PIC Z(9)9.
              05 Gens-Z   PIC Z(3)9.
              05 Rate-Z   PIC -(7)9.99.
              05 Days-Z   PIC Z(4)9.
              05 Pct-Z    PIC Z(4)9.
              05 Left-Z   PIC Z(6)9.
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              MOVE "CAPACITYPLAN" TO Run-Hist-Program Config-Program
                     Alert-Program.
              PERFORM Load-Config-Master THRU Load-Config-Master-End.
              MOVE "CAPACITY-ALERT-DAYS" TO Config-Param-Name.
              MOVE "30" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO Alert-Days
              END-IF.
              MOVE "CAPACITY-ALERT-PCT" TO Config-Param-Name.
              MOVE "90" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO Alert-Pct
              END-IF.
              MOVE "CAPACITY-RETAIN-DAYS" TO Config-Param-Name.
              MOVE "90" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO Retain-Days
              END-IF.
              MOVE "ARCHIVE-KEEP" TO Config-Param-Name.
              MOVE "3" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO Keep-Count
              END-IF.
              ACCEPT Today-Date FROM DATE YYYYMMDD.
              COMPUTE Today-Day = INTEGER-OF-DATE(Today-Date).
              PERFORM 010-Read-Cards THRU 010-Read-Cards-End.
              PERFORM 020-Load-Catalog THRU 020-Load-Catalog-End.
              PERFORM 030-Load-Run-History
                     THRU 030-Load-Run-History-End.
              IF FL-Count = 0 THEN
                     DISPLAY "NO CATALOGUED FILES, NOTHING TO REPORT"
                     PERFORM Write-Run-History
                     STOP RUN
              END-IF.
              PERFORM VARYING FL-Idx FROM 1 BY 1 UNTIL FL-Idx > FL-Count
                     PERFORM 100-Measure-File
              END-PERFORM.
              PERFORM 300-Print-Report.
              PERFORM 400-Raise-Alerts.
              MOVE FL-Count TO Run-Hist-Read.
              MOVE Alert-Count TO Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.

      *> SYSIN:
      *>   AREA name capacity-records
      *>   FILE file-name area [limit-records] [run-history-program]
      *> 領域の指定がないファイルは DEFAULT 領域 (容量なし) に入る
       010-Read-Cards.
              MOVE SPACE TO Card-Line.
              ACCEPT Card-Line.
              IF Card-Line = SPACE THEN
                     GO TO 010-Read-Cards-End
              END-IF.
              IF Card-Line(1:1) = "*" THEN
                     GO TO 010-Read-Cards
              END-IF.
              MOVE SPACE TO Card-Verb Card-Tok-2 Card-Tok-3 Card-Tok-4
                     Card-Tok-5.
              UNSTRING Card-Line DELIMITED BY ALL " "
                     INTO Card-Verb Card-Tok-2 Card-Tok-3 Card-Tok-4
                          Card-Tok-5.
              EVALUATE TRIM(Card-Verb)
                  WHEN "AREA"
                      PERFORM 012-Area-Card THRU 012-Area-Card-End
                  WHEN "FILE"
                      PERFORM 014-File-Card THRU 014-File-Card-End
                  WHEN OTHER
                      DISPLAY "WARNING: CARD NOT UNDERSTOOD: "
                             TRIM(Card-Line)
              END-EVALUATE.
              GO TO 010-Read-Cards.
       010-Read-Cards-End.
              EXIT.

       012-Area-Card.
              IF Card-Tok-2 = SPACE OR Card-Tok-2(9:) NOT = SPACE
              OR TRIM(Card-Tok-3) IS NOT NUMERIC
              OR Card-Tok-3(11:) NOT = SPACE THEN
                     DISPLAY "WARNING: AREA name capacity-records: "
                            TRIM(Card-Line)
                     GO TO 012-Area-Card-End
              END-IF.
              MOVE Card-Tok-2 TO Card-Tok-4.
              PERFORM 050-Find-Area.
              MOVE NUMVAL(TRIM(Card-Tok-3)) TO ar-cap(AR-Idx).
       012-Area-Card-End.
              EXIT.

       014-File-Card.
              IF Card-Tok-2 = SPACE OR Card-Tok-2(21:) NOT = SPACE
              OR Card-Tok-3 = SPACE OR Card-Tok-3(9:) NOT = SPACE THEN
                     DISPLAY "WARNING: FILE name area [limit]"
                            " [program]: " TRIM(Card-Line)
                     GO TO 014-File-Card-End
              END-IF.
              PERFORM 040-Find-File.
              IF FL-Idx = 0 THEN
                     GO TO 014-File-Card-End
              END-IF.
              MOVE Card-Tok-3 TO fl-area(FL-Idx).
              IF Card-Tok-4 NOT = SPACE AND TRIM(Card-Tok-4) IS NUMERIC
              THEN
                     MOVE NUMVAL(TRIM(Card-Tok-4)) TO fl-limit(FL-Idx)
              END-IF.
              IF Card-Tok-5 NOT = SPACE THEN
                     MOVE Card-Tok-5 TO fl-prog(FL-Idx)
              END-IF.
       014-File-Card-End.
              EXIT.

       020-Load-Catalog.
              OPEN INPUT ARCHIVE-CATALOG.
              IF Catalog-Status NOT = "00" THEN
                     IF Catalog-Status = "05" THEN
                            CLOSE ARCHIVE-CATALOG
                     END-IF
                     GO TO 020-Load-Catalog-End
              END-IF.
       021-Read-Catalog.
              READ ARCHIVE-CATALOG
                     AT END
                         CLOSE ARCHIVE-CATALOG
                         GO TO 020-Load-Catalog-End
              END-READ.
              IF AC-DATE IS NOT NUMERIC OR AC-DATE = 0
              OR AC-COUNT IS NOT NUMERIC THEN
                     GO TO 021-Read-Catalog
              END-IF.
              IF Cat-Count >= 2000 THEN
                     DISPLAY "WARNING: ARCHIVE-CATALOG EXCEEDS 2000"
                            " RECORDS, OLDEST USED ONLY"
                     CLOSE ARCHIVE-CATALOG
                     GO TO 020-Load-Catalog-End
              END-IF.
              ADD 1 TO Cat-Count.
              MOVE AC-FILE TO ct-file(Cat-Count).
              COMPUTE ct-day(Cat-Count) = INTEGER-OF-DATE(AC-DATE).
              MOVE AC-COUNT TO ct-count(Cat-Count).
              MOVE AC-FILE TO Card-Tok-2.
              PERFORM 040-Find-File.
              IF FL-Idx > 0 THEN
                     ADD 1 TO fl-gens(FL-Idx)
                     ADD AC-COUNT TO fl-stored(FL-Idx)
                     IF fl-prog(FL-Idx) = SPACE THEN
                            MOVE AC-PROGRAM TO fl-prog(FL-Idx)
                     END-IF
              END-IF.
              GO TO 021-Read-Catalog.
       020-Load-Catalog-End.
              EXIT.

      *> 90 日より前の実績は使わないので読み込まない
       030-Load-Run-History.
              OPEN INPUT RUN-HISTORY.
              IF Run-History-Status NOT = "00" THEN
                     IF Run-History-Status = "05" THEN
                            CLOSE RUN-HISTORY
                     END-IF
                     GO TO 030-Load-Run-History-End
              END-IF.
       031-Read-Run.
              READ RUN-HISTORY
                     AT END
                         CLOSE RUN-HISTORY
                         GO TO 030-Load-Run-History-End
              END-READ.
              IF RH-DATE IS NOT NUMERIC OR RH-DATE = 0
              OR RH-READ IS NOT NUMERIC THEN
                     GO TO 031-Read-Run
              END-IF.
              IF INTEGER-OF-DATE(RH-DATE) + 90 < Today-Day THEN
                     GO TO 031-Read-Run
              END-IF.
              IF RT-Count >= 5000 THEN
                     CLOSE RUN-HISTORY
                     GO TO 030-Load-Run-History-End
              END-IF.
              ADD 1 TO RT-Count.
              MOVE RH-PROGRAM TO rt-prog(RT-Count).
              COMPUTE rt-day(RT-Count) = INTEGER-OF-DATE(RH-DATE).
              MOVE RH-READ TO rt-read(RT-Count).
              GO TO 031-Read-Run.
       030-Load-Run-History-End.
              EXIT.

      *> Card-Tok-2 のファイルを探し、なければ足す (満杯なら 0)
       040-Find-File.
              PERFORM VARYING FL-Idx FROM 1 BY 1
              UNTIL FL-Idx > FL-Count
              OR fl-name(FL-Idx) = Card-Tok-2
                     CONTINUE
              END-PERFORM.
              IF FL-Idx > FL-Count THEN
                     IF FL-Count >= 50 THEN
                            DISPLAY "WARNING: MORE THAN 50 FILES, "
                                   TRIM(Card-Tok-2) " NOT REPORTED"
                            MOVE 0 TO FL-Idx
                     ELSE
                            ADD 1 TO FL-Count
                            MOVE FL-Count TO FL-Idx
                            MOVE Card-Tok-2 TO fl-name(FL-Idx)
                            MOVE "DEFAULT" TO fl-area(FL-Idx)
                            MOVE SPACE TO fl-prog(FL-Idx)
                            MOVE 0 TO fl-limit(FL-Idx) fl-live(FL-Idx)
                                   fl-gens(FL-Idx) fl-stored(FL-Idx)
                     END-IF
              END-IF.

      *> Card-Tok-4 の領域を探し、なければ容量なしで足す
       050-Find-Area.
              PERFORM VARYING AR-Idx FROM 1 BY 1
              UNTIL AR-Idx > AR-Count
              OR ar-name(AR-Idx) = Card-Tok-4
                     CONTINUE
              END-PERFORM.
              IF AR-Idx > AR-Count THEN
                     IF AR-Count >= 20 THEN
                            MOVE 20 TO AR-Idx
                     ELSE
                            ADD 1 TO AR-Count
                            MOVE AR-Count TO AR-Idx
                            MOVE Card-Tok-4 TO ar-name(AR-Idx)
                            MOVE 0 TO ar-cap(AR-Idx) ar-stored(AR-Idx)
                                   ar-proj(AR-Idx) ar-grow(AR-Idx)
                     END-IF
              END-IF.

      *> 現在量 = 稼働中のファイル + 保有世代の合計。伸びは 30 日と
      *> 90 日の窓で測り、保存期間の終わりの見込みを出す
       100-Measure-File.
              PERFORM 110-Count-Live-File THRU 110-Count-Live-File-End.
              ADD fl-live(FL-Idx) TO fl-stored(FL-Idx).
              MOVE 30 TO Window-Days.
              PERFORM 200-Measure-Growth THRU 200-Measure-Growth-End.
              MOVE Grow-Rate TO fl-g30(FL-Idx).
              MOVE Grow-Src TO fl-src30(FL-Idx).
              MOVE 90 TO Window-Days.
              PERFORM 200-Measure-Growth THRU 200-Measure-Growth-End.
              MOVE Grow-Rate TO fl-g90(FL-Idx).
              MOVE Grow-Src TO fl-src90(FL-Idx).
              PERFORM 150-Retention-Days.
              IF fl-src90(FL-Idx) NOT = "-" THEN
                     MOVE fl-g90(FL-Idx) TO Grow-Rate
              ELSE
                     MOVE fl-g30(FL-Idx) TO Grow-Rate
              END-IF.
              IF Grow-Rate > 0 THEN
                     COMPUTE fl-proj(FL-Idx) = fl-stored(FL-Idx)
                            + Grow-Rate * fl-retain(FL-Idx)
              ELSE
                     MOVE fl-stored(FL-Idx) TO fl-proj(FL-Idx)
              END-IF.
              MOVE fl-area(FL-Idx) TO Card-Tok-4.
              PERFORM 050-Find-Area.
              ADD fl-stored(FL-Idx) TO ar-stored(AR-Idx).
              ADD fl-proj(FL-Idx) TO ar-proj(AR-Idx).
              IF fl-g30(FL-Idx) > 0 THEN
                     ADD fl-g30(FL-Idx) TO ar-grow(AR-Idx)
              END-IF.

       110-Count-Live-File.
              MOVE 0 TO fl-live(FL-Idx).
              MOVE SPACE TO Gen-Path.
              MOVE fl-name(FL-Idx) TO Gen-Path.
              OPEN INPUT GEN-IN.
              IF Gen-In-Status NOT = "00" THEN
                     GO TO 110-Count-Live-File-End
              END-IF.
       111-Count-Record.
              READ GEN-IN
                     AT END
                         CLOSE GEN-IN
                         GO TO 110-Count-Live-File-End
              END-READ.
              ADD 1 TO fl-live(FL-Idx).
              GO TO 111-Count-Record.
       110-Count-Live-File-End.
              EXIT.

      *> 保存期間 = 世代の平均間隔 x 保存世代数。世代が 2 つ未満なら
      *> CAPACITY-RETAIN-DAYS
       150-Retention-Days.
              MOVE 0 TO First-Day Last-Day.
              PERFORM VARYING Cat-Idx FROM 1 BY 1
              UNTIL Cat-Idx > Cat-Count
                     IF ct-file(Cat-Idx) = fl-name(FL-Idx) THEN
                            IF First-Day = 0
                            OR ct-day(Cat-Idx) < First-Day THEN
                                   MOVE ct-day(Cat-Idx) TO First-Day
                            END-IF
                            IF ct-day(Cat-Idx) > Last-Day THEN
                                   MOVE ct-day(Cat-Idx) TO Last-Day
                            END-IF
                     END-IF
              END-PERFORM.
              IF fl-gens(FL-Idx) < 2 OR Last-Day = First-Day THEN
                     MOVE Retain-Days TO fl-retain(FL-Idx)
              ELSE
                     COMPUTE fl-retain(FL-Idx) ROUNDED =
                            (Last-Day - First-Day)
                            / (fl-gens(FL-Idx) - 1) * Keep-Count
              END-IF.

      *> 窓の始まりの大きさ (窓より前の最新の世代、なければ窓の中の
      *> 最古の世代) から今日の稼働中の件数までの 1 日あたりの伸び
      *> (CAT)。世代ごとに移し替えるファイルは稼働中の件数が戻って
      *> しまうので、伸びが出なければ窓の中で退避した件数の合計
      *> (GEN)、世代がなければ担当プログラムの RUN-HISTORY の読込
      *> 件数 (RUN) を日数で割る
       200-Measure-Growth.
              MOVE 0 TO Grow-Rate.
              MOVE "-" TO Grow-Src.
              COMPUTE Window-Day = Today-Day - Window-Days.
              MOVE "N" TO Base-Found In-Found Vol-Found.
              MOVE 0 TO Base-Day Base-Count In-Day In-Count Vol-Sum
                     First-Day.
              PERFORM VARYING Cat-Idx FROM 1 BY 1
              UNTIL Cat-Idx > Cat-Count
                     IF ct-file(Cat-Idx) = fl-name(FL-Idx) THEN
                            PERFORM 210-Consider-Generation
                     END-IF
              END-PERFORM.
              IF Base-Found = "N" AND In-Found = "Y" THEN
                     MOVE In-Day TO Base-Day
                     MOVE In-Count TO Base-Count
                     MOVE "Y" TO Base-Found
              END-IF.
              IF Base-Found = "Y" AND Base-Day < Today-Day THEN
                     COMPUTE Grow-Rate ROUNDED =
                            (fl-live(FL-Idx) - Base-Count)
                            / (Today-Day - Base-Day)
                     MOVE "CAT" TO Grow-Src
                     IF Grow-Rate > 0 THEN
                            GO TO 200-Measure-Growth-End
                     END-IF
              END-IF.
              IF Vol-Found = "Y" THEN
                     COMPUTE Span-Days = Today-Day - First-Day
                     IF Span-Days > Window-Days THEN
                            MOVE Window-Days TO Span-Days
                     END-IF
                     IF Span-Days = 0 THEN
                            MOVE 1 TO Span-Days
                     END-IF
                     COMPUTE Grow-Rate ROUNDED = Vol-Sum / Span-Days
                     MOVE "GEN" TO Grow-Src
                     GO TO 200-Measure-Growth-End
              END-IF.
              IF Base-Found = "Y" OR fl-prog(FL-Idx) = SPACE THEN
                     GO TO 200-Measure-Growth-End
              END-IF.
              MOVE 0 TO Vol-Sum.
              MOVE "N" TO Vol-Found.
              PERFORM VARYING RT-Idx FROM 1 BY 1 UNTIL RT-Idx > RT-Count
                     IF rt-prog(RT-Idx) = fl-prog(FL-Idx)
                     AND rt-day(RT-Idx) > Window-Day THEN
                            ADD rt-read(RT-Idx) TO Vol-Sum
                            MOVE "Y" TO Vol-Found
                     END-IF
              END-PERFORM.
              IF Vol-Found = "Y" THEN
                     COMPUTE Grow-Rate ROUNDED = Vol-Sum / Window-Days
                     MOVE "RUN" TO Grow-Src
              END-IF.
       200-Measure-Growth-End.
              EXIT.

      *> 窓より前の世代は最新のものを、窓の中の世代は最古のものを
      *> 基点の候補に残し、窓の中で退避した件数を足し込む
       210-Consider-Generation.
              IF ct-day(Cat-Idx) <= Window-Day THEN
                     IF Base-Found = "N"
                     OR ct-day(Cat-Idx) >= Base-Day THEN
                            MOVE ct-day(Cat-Idx) TO Base-Day
                            MOVE ct-count(Cat-Idx) TO Base-Count
                            MOVE "Y" TO Base-Found
                     END-IF
              ELSE
                     IF In-Found = "N" OR ct-day(Cat-Idx) < In-Day THEN
                            MOVE ct-day(Cat-Idx) TO In-Day
                            MOVE ct-count(Cat-Idx) TO In-Count
                            MOVE "Y" TO In-Found
                     END-IF
                     ADD ct-count(Cat-Idx) TO Vol-Sum
                     MOVE "Y" TO Vol-Found
                     IF First-Day = 0 OR ct-day(Cat-Idx) < First-Day
                     THEN
                            MOVE ct-day(Cat-Idx) TO First-Day
                     END-IF
              END-IF.

       300-Print-Report.
              MOVE "CAPACITYPLAN" TO Rpt-Program.
              MOVE "STORAGE GROWTH AND CAPACITY FORECAST" TO Rpt-Title.
              PERFORM Begin-Report.
              MOVE "SIZES IN RECORDS, GROWTH PER DAY (SOURCE CAT ="
                     TO Rpt-Line.
              MOVE "CATALOG SIZES, GEN = GENERATIONS ROLLED, RUN ="
                     TO Rpt-Line(48:).
              PERFORM Write-Report-Line.
              MOVE "RUN-HISTORY VOLUMES)" TO Rpt-Line.
              PERFORM Write-Report-Line.
              PERFORM Write-Report-Line.
              MOVE "FILE" TO Rpt-Line.
              MOVE "AREA" TO Rpt-Line(22:).
              MOVE "    STORED" TO Rpt-Line(31:).
              MOVE "GENS" TO Rpt-Line(42:).
              MOVE "  GROW/D 30" TO Rpt-Line(47:).
              MOVE "  GROW/D 90" TO Rpt-Line(63:).
              MOVE "KEEP" TO Rpt-Line(79:).
              MOVE " PROJECTED" TO Rpt-Line(85:).
              PERFORM Write-Report-Line.
              PERFORM VARYING FL-Idx FROM 1 BY 1 UNTIL FL-Idx > FL-Count
                     PERFORM 310-File-Line
              END-PERFORM.
              PERFORM Write-Report-Line.
              MOVE "AREA" TO Rpt-Line.
              MOVE "    STORED" TO Rpt-Line(10:).
              MOVE " PROJECTED" TO Rpt-Line(22:).
              MOVE "  CAPACITY" TO Rpt-Line(34:).
              MOVE " PROJ %" TO Rpt-Line(46:).
              PERFORM Write-Report-Line.
              PERFORM VARYING AR-Idx FROM 1 BY 1 UNTIL AR-Idx > AR-Count
                     PERFORM 320-Area-Line
              END-PERFORM.
              PERFORM End-Report.

       310-File-Line.
              MOVE fl-name(FL-Idx) TO Rpt-Line.
              MOVE fl-area(FL-Idx) TO Rpt-Line(22:).
              MOVE fl-stored(FL-Idx) TO Recs-Z.
              MOVE Recs-Z TO Rpt-Line(31:).
              MOVE fl-gens(FL-Idx) TO Gens-Z.
              MOVE Gens-Z TO Rpt-Line(42:).
              MOVE fl-g30(FL-Idx) TO Rate-Z.
              MOVE Rate-Z TO Rpt-Line(47:).
              MOVE fl-src30(FL-Idx) TO Rpt-Line(59:).
              MOVE fl-g90(FL-Idx) TO Rate-Z.
              MOVE Rate-Z TO Rpt-Line(63:).
              MOVE fl-src90(FL-Idx) TO Rpt-Line(75:).
              MOVE fl-retain(FL-Idx) TO Days-Z.
              MOVE Days-Z TO Rpt-Line(78:).
              MOVE fl-proj(FL-Idx) TO Recs-Z.
              MOVE Recs-Z TO Rpt-Line(85:).
              PERFORM Write-Report-Line.

       320-Area-Line.
              MOVE ar-name(AR-Idx) TO Rpt-Line.
              MOVE ar-stored(AR-Idx) TO Recs-Z.
              MOVE Recs-Z TO Rpt-Line(10:).
              MOVE ar-proj(AR-Idx) TO Recs-Z.
              MOVE Recs-Z TO Rpt-Line(22:).
              IF ar-cap(AR-Idx) > 0 THEN
                     MOVE ar-cap(AR-Idx) TO Recs-Z
                     MOVE Recs-Z TO Rpt-Line(34:)
                     COMPUTE Use-Pct ROUNDED =
                            ar-proj(AR-Idx) * 100 / ar-cap(AR-Idx)
                     MOVE Use-Pct TO Pct-Z
                     MOVE Pct-Z TO Rpt-Line(47:)
                     IF ar-proj(AR-Idx) > ar-cap(AR-Idx) THEN
                            MOVE "OVER CAPACITY" TO Rpt-Line(55:)
                     END-IF
              ELSE
                     MOVE "NOT SET" TO Rpt-Line(37:)
              END-IF.
              PERFORM Write-Report-Line.

      *> 先読み日数のうちに上限を越える見込みのファイル、使用率の
      *> しきい値を越える見込みの領域を警告キューへ出す
       400-Raise-Alerts.
              PERFORM VARYING FL-Idx FROM 1 BY 1 UNTIL FL-Idx > FL-Count
                     IF fl-limit(FL-Idx) > 0 THEN
                            MOVE fl-limit(FL-Idx) TO Thresh-Recs
                            MOVE fl-stored(FL-Idx) TO Vol-Sum
                            MOVE fl-g30(FL-Idx) TO Grow-Rate
                            PERFORM 410-Days-To-Threshold
                            IF Days-Left <= Alert-Days THEN
                                   PERFORM 420-Alert-File
                            END-IF
                     END-IF
              END-PERFORM.
              PERFORM VARYING AR-Idx FROM 1 BY 1 UNTIL AR-Idx > AR-Count
                     IF ar-cap(AR-Idx) > 0 THEN
                            COMPUTE Thresh-Recs =
                                   ar-cap(AR-Idx) * Alert-Pct / 100
                            MOVE ar-stored(AR-Idx) TO Vol-Sum
                            MOVE ar-grow(AR-Idx) TO Grow-Rate
                            PERFORM 410-Days-To-Threshold
                            IF Days-Left <= Alert-Days THEN
                                   PERFORM 430-Alert-Area
                            END-IF
                     END-IF
              END-PERFORM.
              MOVE Alert-Count TO Gens-Z.
              DISPLAY "CAPACITY ALERTS RAISED: " TRIM(Gens-Z).

      *> Vol-Sum の現在量が伸び Grow-Rate で Thresh-Recs に届くまでの
      *> 日数 (届いていれば 0、伸びがなければ 9999999)
       410-Days-To-Threshold.
              IF Vol-Sum >= Thresh-Recs THEN
                     MOVE 0 TO Days-Left
              ELSE
                     IF Grow-Rate > 0 THEN
                            COMPUTE Days-Left =
                                   (Thresh-Recs - Vol-Sum) / Grow-Rate
                                ON SIZE ERROR
                                   MOVE 9999999 TO Days-Left
                            END-COMPUTE
                     ELSE
                            MOVE 9999999 TO Days-Left
                     END-IF
              END-IF.

       420-Alert-File.
              ADD 1 TO Alert-Count.
              MOVE "CAP-FIL" TO Alert-Code.
              MOVE SPACE TO Alert-Text.
              MOVE Days-Left TO Left-Z.
              STRING TRIM(fl-name(FL-Idx)) DELIMITED BY SIZE
                     " AT LIMIT IN " DELIMITED BY SIZE
                     TRIM(Left-Z) DELIMITED BY SIZE
                     " DAY(S)" DELIMITED BY SIZE
                     INTO Alert-Text
              END-STRING.
              PERFORM Write-Alert-Queue.
              DISPLAY "ALERT " TRIM(Alert-Text).

       430-Alert-Area.
              ADD 1 TO Alert-Count.
              MOVE "CAP-ARE" TO Alert-Code.
              MOVE SPACE TO Alert-Text.
              MOVE Days-Left TO Left-Z.
              MOVE Alert-Pct TO Pct-Z.
              STRING "AREA " DELIMITED BY SIZE
                     TRIM(ar-name(AR-Idx)) DELIMITED BY SIZE
                     " AT " DELIMITED BY SIZE
                     TRIM(Pct-Z) DELIMITED BY SIZE
                     "% IN " DELIMITED BY SIZE
                     TRIM(Left-Z) DELIMITED BY SIZE
                     " DAY(S)" DELIMITED BY SIZE
                     INTO Alert-Text
              END-STRING.
              PERFORM Write-Alert-Queue.
              DISPLAY "ALERT " TRIM(Alert-Text).

       COPY RUNHISTPD.
       COPY ALERTQPD.
       COPY CONFIGPD.
       COPY REPORTPD.
       END PROGRAM MAIN.
