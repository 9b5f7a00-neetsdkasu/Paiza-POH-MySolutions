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
       COPY SEALSL.
       COPY STKMOVSL.
       COPY PARTCLSSL.
       COPY CNTACCSL.
       COPY CUSTMSTSL.
       COPY RUNCALSL.
       COPY CONFIGSL.
       COPY RUNHISTSL.
              SELECT COUNT-LIST
                     ASSIGN TO "COUNT-LIST"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Count-List-Status.
       DATA DIVISION.
       FILE SECTION.
       COPY STOCKFD.
       COPY SEALFD.
       COPY STKMOVFD.
       COPY PARTCLSFD.
       COPY CNTACCFD.
       COPY CUSTMSTFD.
       COPY RUNCALFD.
       COPY CONFIGFD.
       COPY RUNHISTFD.
       FD  COUNT-LIST.
              01 COUNT-LIST-RECORD PIC X(30).
       WORKING-STORAGE SECTION.
       COPY STOCKWS.
       COPY SEALWS.
       COPY STKMOVWS.
       COPY PARTCLSWS.
       COPY DUEDATEWS.
       COPY CONFIGWS.
       COPY RUNHISTWS.
       COPY REPORTWS.
       01 Count-Accuracy-Status PIC XX.
       01 Count-List-Status PIC XX.
       01 Cust-Master-Status PIC XX.
       01 Calendar-Status PIC XX.
       01 Command-Values.
              05 Cmd-Line     PIC X(30).
              05 Cmd-Verb     PIC X(10).
              05 Cmd-Date-Tok PIC X(10).
      *> 分類と棚卸頻度の条件 (CONFIG-MASTER で変更可)
       01 Cycle-Values.
              05 A-Pct        PIC 9(3) VALUE 80.
              05 B-Pct        PIC 9(3) VALUE 95.
              05 Cc-As-Of     PIC 9(8).
              05 Cc-As-Of-I   PIC 9(8).
              05 Cc-From      PIC 9(8).
              05 Cc-Day-I     PIC 9(8).
              05 Cc-Year-End-I PIC 9(8).
              05 Cc-Year      PIC 9(4).
              05 Cc-Work-Days PIC 9(3).
              05 Cc-Day-No    PIC 9(3).
              05 Cc-Working   PIC X.
              05 Cc-Read      PIC 9(8) VALUE 0.
              05 Cc-Listed    PIC 9(4) VALUE 0.
              05 Cc-Unclassed PIC 9(4) VALUE 0.
              05 Cc-Total     PIC 9(15)V99.
              05 Cc-Cum       PIC 9(15)V99.
              05 Cc-Best      PIC 9(3).
              05 Cc-Best-Value PIC 9(13)V99.
              05 Cc-Rank      PIC 9(3).
              05 Cc-Slot      PIC 9(3).
              05 Cc-Due-Slot  PIC 9(3).
      *> クラス別 (1=A 2=B 3=C) の年間棚卸回数・部品数・棚卸周期
       01 Class-Values.
              05 CL-Idx PIC 9.
              05 CL-Table OCCURS 3 TIMES.
                     10 cl-code   PIC X.
                     10 cl-freq   PIC 9(3).
                     10 cl-parts  PIC 9(4).
                     10 cl-value  PIC 9(15)V99.
                     10 cl-cycle  PIC 9(3).
                     10 cl-listed PIC 9(4).
              05 cl-z       PIC Z(3)9.
              05 cl-z2      PIC Z(3)9.
              05 cl-value-z PIC Z(14)9.99.
      *> 月別・クラス別の棚卸精度
       01 Trend-Values.
              05 TR-Count PIC 9(3) VALUE 0.
              05 TR-Idx   PIC 9(3).
              05 TR-Found PIC 9(3).
              05 TR-Table OCCURS 500 TIMES.
                     10 tr-month    PIC 9(6).
                     10 tr-class    PIC X.
                     10 tr-counted  PIC 9(7).
                     10 tr-accurate PIC 9(7).
              05 tr-pct     PIC 9(3)V99.
              05 tr-pct-z   PIC ZZ9.99.
              05 tr-cnt-z   PIC Z(6)9.
              05 tr-acc-z   PIC Z(6)9.
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              MOVE "CYCLECOUNT" TO Run-Hist-Program Config-Program.
              PERFORM Load-Config-Master THRU Load-Config-Master-End.
              MOVE "A" TO cl-code(1).
              MOVE "B" TO cl-code(2).
              MOVE "C" TO cl-code(3).
              MOVE "CYCLE-CLASS-A-PCT" TO Config-Param-Name.
              MOVE "80" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value)) TO A-Pct
              END-IF.
              MOVE "CYCLE-CLASS-B-PCT" TO Config-Param-Name.
              MOVE "95" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value)) TO B-Pct
              END-IF.
              IF A-Pct > B-Pct OR B-Pct > 100 THEN
                     DISPLAY "WARNING: CYCLE-CLASS-A-PCT/B-PCT OUT OF"
                            " ORDER, 80/95 USED"
                     MOVE 80 TO A-Pct
                     MOVE 95 TO B-Pct
              END-IF.
              MOVE "CYCLE-COUNTS-A" TO Config-Param-Name.
              MOVE "12" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              MOVE 12 TO cl-freq(1).
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO cl-freq(1)
              END-IF.
              MOVE "CYCLE-COUNTS-B" TO Config-Param-Name.
              MOVE "4" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              MOVE 4 TO cl-freq(2).
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO cl-freq(2)
              END-IF.
              MOVE "CYCLE-COUNTS-C" TO Config-Param-Name.
              MOVE "1" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              MOVE 1 TO cl-freq(3).
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO cl-freq(3)
              END-IF.
      *> コマンド: CLASSIFY [yyyymmdd] / LIST [yyyymmdd] / TREND
              MOVE SPACE TO Cmd-Line.
              ACCEPT Cmd-Line.
              MOVE SPACE TO Cmd-Verb Cmd-Date-Tok.
              UNSTRING Cmd-Line DELIMITED BY ALL " "
                     INTO Cmd-Verb Cmd-Date-Tok.
              IF Cmd-Date-Tok = SPACE THEN
                     ACCEPT Cc-As-Of FROM DATE YYYYMMDD
              ELSE
                     IF TRIM(Cmd-Date-Tok) IS NOT NUMERIC
                     OR STORED-CHAR-LENGTH(TRIM(Cmd-Date-Tok)) NOT = 8
                     THEN
                            DISPLAY "ERROR: COUNT DATE MUST BE"
                                   " YYYYMMDD: " TRIM(Cmd-Date-Tok)
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                     END-IF
                     MOVE NUMVAL(TRIM(Cmd-Date-Tok)) TO Cc-As-Of
              END-IF.
              MOVE INTEGER-OF-DATE(Cc-As-Of) TO Cc-As-Of-I.
              EVALUATE TRIM(Cmd-Verb)
                  WHEN "CLASSIFY"
                      PERFORM 100-Classify THRU 100-Classify-End
                  WHEN "LIST"
                      PERFORM 200-Count-List THRU 200-Count-List-End
                  WHEN "TREND"
                      PERFORM 300-Accuracy-Trend
                             THRU 300-Accuracy-Trend-End
                  WHEN OTHER
                      DISPLAY "ERROR: UNKNOWN COMMAND "
                             TRIM(Cmd-Verb)
                      DISPLAY "COMMANDS: CLASSIFY [YYYYMMDD] / LIST"
                             " [YYYYMMDD] / TREND"
                      MOVE 1 TO RETURN-CODE
                      STOP RUN
              END-EVALUATE.
              MOVE Cc-Read TO Run-Hist-Read.
              MOVE Cc-Listed TO Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.

      *> 直近 1 年の引当金額 (ALLOC の SV-VALUE) で部品を並べ、
      *> 累積構成比 A-Pct % までを A、B-Pct % までを B、残りを C
       100-Classify.
              PERFORM Load-Stock-Table THRU Load-Stock-Table-End.
              IF Stock-Count = 0 THEN
                     DISPLAY "ERROR: STOCK-MASTER IS EMPTY OR ABSENT"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              MOVE 0 TO PC-Count Cc-Total.
              PERFORM VARYING Stock-Idx FROM 1 BY 1
              UNTIL Stock-Idx > Stock-Count
                     ADD 1 TO PC-Count
                     MOVE st-code(Stock-Idx) TO pc-t-part(PC-Count)
                     MOVE "C" TO pc-t-class(PC-Count)
                     MOVE 0 TO pc-t-value(PC-Count) pc-t-seq(PC-Count)
                     MOVE Cc-As-Of TO pc-t-date(PC-Count)
              END-PERFORM.
              COMPUTE Cc-Day-I = Cc-As-Of-I - 364.
              MOVE DATE-OF-INTEGER(Cc-Day-I) TO Cc-From.
              OPEN INPUT STOCK-MOVEMENTS.
              IF Stock-Move-Status NOT = "00" THEN
                     IF Stock-Move-Status = "05" THEN
                            CLOSE STOCK-MOVEMENTS
                     END-IF
                     GO TO 120-Movements-Done
              END-IF.
       110-Read-Movement.
              READ STOCK-MOVEMENTS
                     AT END
                         CLOSE STOCK-MOVEMENTS
                         GO TO 120-Movements-Done
              END-READ.
              IF (SV-TYPE NOT = "ALLOC" AND SV-TYPE NOT = "CONSUME")
              OR SV-DATE < Cc-From OR SV-DATE > Cc-As-Of
              OR SV-VALUE IS NOT NUMERIC THEN
                     GO TO 110-Read-Movement
              END-IF.
              ADD 1 TO Cc-Read.
              MOVE SV-PART TO Cls-Part.
              PERFORM Find-Part-Class.
              IF PC-Found > 0 THEN
                     ADD SV-VALUE TO pc-t-value(PC-Found) Cc-Total
              END-IF.
              GO TO 110-Read-Movement.
       120-Movements-Done.
              MOVE 0 TO Cc-Cum.
              PERFORM VARYING CL-Idx FROM 1 BY 1 UNTIL CL-Idx > 3
                     MOVE 0 TO cl-parts(CL-Idx) cl-value(CL-Idx)
              END-PERFORM.
              PERFORM 130-Rank-Next
                     VARYING Cc-Rank FROM 1 BY 1
                     UNTIL Cc-Rank > PC-Count.
              PERFORM Save-Part-Classes.
              MOVE "CYCLECOUNT" TO Rpt-Program.
              STRING "ABC CLASSES " DELIMITED BY SIZE
                     Cc-From DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     Cc-As-Of DELIMITED BY SIZE
                     INTO Rpt-Title
              END-STRING.
              PERFORM Begin-Report.
              PERFORM VARYING CL-Idx FROM 1 BY 1 UNTIL CL-Idx > 3
                     MOVE cl-parts(CL-Idx) TO cl-z
                     MOVE cl-freq(CL-Idx) TO cl-z2
                     MOVE cl-value(CL-Idx) TO cl-value-z
                     STRING "CLASS " DELIMITED BY SIZE
                            cl-code(CL-Idx) DELIMITED BY SIZE
                            " PARTS " DELIMITED BY SIZE
                            TRIM(cl-z) DELIMITED BY SIZE
                            " ISSUE VALUE " DELIMITED BY SIZE
                            TRIM(cl-value-z) DELIMITED BY SIZE
                            " COUNTS/YEAR " DELIMITED BY SIZE
                            TRIM(cl-z2) DELIMITED BY SIZE
                            INTO Rpt-Line
                     END-STRING
                     PERFORM Write-Report-Line
              END-PERFORM.
              PERFORM End-Report.
              MOVE PC-Count TO Cc-Listed.
       100-Classify-End.
              EXIT.

      *> 未順位の部品で金額最大のものに次の順位を付け、累積構成比で
      *> クラスを決める。クラス内の連番が棚卸日程の並び順になる
       130-Rank-Next.
              MOVE 0 TO Cc-Best Cc-Best-Value.
              PERFORM VARYING PC-Idx FROM 1 BY 1
              UNTIL PC-Idx > PC-Count
                     IF pc-t-seq(PC-Idx) = 0 THEN
                            IF Cc-Best = 0
                            OR pc-t-value(PC-Idx) > Cc-Best-Value THEN
                                   MOVE PC-Idx TO Cc-Best
                                   MOVE pc-t-value(PC-Idx)
                                          TO Cc-Best-Value
                            END-IF
                     END-IF
              END-PERFORM.
              IF Cc-Best-Value = 0 THEN
                     MOVE 3 TO CL-Idx
              ELSE
                     IF Cc-Cum * 100 < A-Pct * Cc-Total THEN
                            MOVE 1 TO CL-Idx
                     ELSE
                            IF Cc-Cum * 100 < B-Pct * Cc-Total THEN
                                   MOVE 2 TO CL-Idx
                            ELSE
                                   MOVE 3 TO CL-Idx
                            END-IF
                     END-IF
              END-IF.
              ADD Cc-Best-Value TO Cc-Cum.
              ADD 1 TO cl-parts(CL-Idx).
              ADD Cc-Best-Value TO cl-value(CL-Idx).
              MOVE cl-code(CL-Idx) TO pc-t-class(Cc-Best).
              MOVE cl-parts(CL-Idx) TO pc-t-seq(Cc-Best).

      *> 当日の棚卸リスト: クラスの年間回数で稼働日を周期に分け、
      *> クラスの部品を周期内の稼働日へ均等に割り付ける
       200-Count-List.
              PERFORM Load-Part-Classes THRU Load-Part-Classes-End.
              IF PC-Count = 0 THEN
                     DISPLAY "PART-CLASSES IS EMPTY OR ABSENT,"
                            " CLASSIFYING FIRST"
                     PERFORM 100-Classify THRU 100-Classify-End
                     MOVE 0 TO Cc-Listed
              ELSE
                     PERFORM Load-Stock-Table
                            THRU Load-Stock-Table-End
                     PERFORM VARYING Stock-Idx FROM 1 BY 1
                     UNTIL Stock-Idx > Stock-Count
                            MOVE st-code(Stock-Idx) TO Cls-Part
                            PERFORM Find-Part-Class
                            IF PC-Found = 0 THEN
                                   ADD 1 TO Cc-Unclassed
                            END-IF
                     END-PERFORM
              END-IF.
              PERFORM Load-Business-Calendar
                     THRU Load-Business-Calendar-End.
              PERFORM VARYING CL-Idx FROM 1 BY 1 UNTIL CL-Idx > 3
                     MOVE 0 TO cl-parts(CL-Idx) cl-listed(CL-Idx)
              END-PERFORM.
              PERFORM VARYING PC-Idx FROM 1 BY 1
              UNTIL PC-Idx > PC-Count
                     PERFORM 250-Class-Index
                     ADD 1 TO cl-parts(CL-Idx)
              END-PERFORM.
      *> 対象年の稼働日数と、基準日が何番目の稼働日か (0 始まり)
              MOVE Cc-As-Of(1:4) TO Cc-Year.
              COMPUTE Cc-Day-I =
                     INTEGER-OF-DATE(Cc-Year * 10000 + 101).
              COMPUTE Cc-Year-End-I =
                     INTEGER-OF-DATE(Cc-Year * 10000 + 1231).
              MOVE 0 TO Cc-Work-Days Cc-Day-No.
              PERFORM 240-Count-Work-Day
                     UNTIL Cc-Day-I > Cc-Year-End-I.
              MOVE Cc-As-Of-I TO Cc-Day-I.
              PERFORM 245-Check-Work-Day.
              MOVE "CYCLECOUNT" TO Rpt-Program.
              STRING "CYCLE COUNT LIST " DELIMITED BY SIZE
                     Cc-As-Of DELIMITED BY SIZE
                     INTO Rpt-Title
              END-STRING.
              PERFORM Begin-Report.
              OPEN OUTPUT COUNT-LIST.
              IF Cc-Working = "N" THEN
                     CLOSE COUNT-LIST
                     MOVE "NOT A WORKING DAY, NO COUNTS SCHEDULED"
                            TO Rpt-Line
                     PERFORM Write-Report-Line
                     PERFORM End-Report
                     GO TO 200-Count-List-End
              END-IF.
              PERFORM VARYING CL-Idx FROM 1 BY 1 UNTIL CL-Idx > 3
                     IF cl-freq(CL-Idx) = 0 THEN
                            MOVE 0 TO cl-cycle(CL-Idx)
                     ELSE
                            COMPUTE cl-cycle(CL-Idx) =
                                   Cc-Work-Days / cl-freq(CL-Idx)
                            IF cl-cycle(CL-Idx) = 0 THEN
                                   MOVE 1 TO cl-cycle(CL-Idx)
                            END-IF
                     END-IF
              END-PERFORM.
              PERFORM 260-List-Part THRU 260-List-Part-End
                     VARYING PC-Idx FROM 1 BY 1
                     UNTIL PC-Idx > PC-Count.
              CLOSE COUNT-LIST.
              PERFORM VARYING CL-Idx FROM 1 BY 1 UNTIL CL-Idx > 3
                     MOVE cl-listed(CL-Idx) TO cl-z
                     MOVE cl-parts(CL-Idx) TO cl-z2
                     STRING "CLASS " DELIMITED BY SIZE
                            cl-code(CL-Idx) DELIMITED BY SIZE
                            ": " DELIMITED BY SIZE
                            TRIM(cl-z) DELIMITED BY SIZE
                            " OF " DELIMITED BY SIZE
                            TRIM(cl-z2) DELIMITED BY SIZE
                            " PARTS" DELIMITED BY SIZE
                            INTO Rpt-Line
                     END-STRING
                     PERFORM Write-Report-Line
              END-PERFORM.
              MOVE Cc-Listed TO cl-z.
              STRING "PARTS TO COUNT: " DELIMITED BY SIZE
                     TRIM(cl-z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              IF Cc-Unclassed > 0 THEN
                     MOVE Cc-Unclassed TO cl-z
                     STRING "PARTS NOT CLASSIFIED: " DELIMITED BY SIZE
                            TRIM(cl-z) DELIMITED BY SIZE
                            " (RUN CLASSIFY)" DELIMITED BY SIZE
                            INTO Rpt-Line
                     END-STRING
                     PERFORM Write-Report-Line
              END-IF.
              PERFORM End-Report.
       200-Count-List-End.
              EXIT.

       240-Count-Work-Day.
              PERFORM 245-Check-Work-Day.
              IF Cc-Working = "Y" THEN
                     ADD 1 TO Cc-Work-Days
                     IF Cc-Day-I < Cc-As-Of-I THEN
                            ADD 1 TO Cc-Day-No
                     END-IF
              END-IF.
              ADD 1 TO Cc-Day-I.

      *> 土日と RUN-CALENDAR の HOLIDAY は稼働日でない
       245-Check-Work-Day.
              MOVE "Y" TO Cc-Working.
              IF MOD(Cc-Day-I, 7) = 0 OR MOD(Cc-Day-I, 7) = 6 THEN
                     MOVE "N" TO Cc-Working
              ELSE
                     MOVE DATE-OF-INTEGER(Cc-Day-I) TO Due-Date
                     PERFORM VARYING BC-Idx FROM 1 BY 1
                     UNTIL BC-Idx > BC-Count
                            IF bc-holiday(BC-Idx) = Due-Date THEN
                                   MOVE "N" TO Cc-Working
                            END-IF
                     END-PERFORM
              END-IF.

       250-Class-Index.
              EVALUATE pc-t-class(PC-Idx)
                  WHEN "A"
                      MOVE 1 TO CL-Idx
                  WHEN "B"
                      MOVE 2 TO CL-Idx
                  WHEN OTHER
                      MOVE 3 TO CL-Idx
              END-EVALUATE.

      *> クラス内 seq 番目の部品は周期内の稼働日
      *> (seq - 1) * 周期日数 / クラス部品数 に数える
       260-List-Part.
              PERFORM 250-Class-Index.
              IF cl-cycle(CL-Idx) = 0 THEN
                     GO TO 260-List-Part-End
              END-IF.
              COMPUTE Cc-Slot = MOD(Cc-Day-No, cl-cycle(CL-Idx)).
              COMPUTE Cc-Due-Slot = (pc-t-seq(PC-Idx) - 1)
                     * cl-cycle(CL-Idx) / cl-parts(CL-Idx).
              IF Cc-Slot = Cc-Due-Slot THEN
                     ADD 1 TO Cc-Listed cl-listed(CL-Idx)
                     MOVE SPACE TO COUNT-LIST-RECORD
                     MOVE pc-t-part(PC-Idx) TO COUNT-LIST-RECORD
                     WRITE COUNT-LIST-RECORD
                     STRING pc-t-part(PC-Idx) DELIMITED BY SIZE
                            " CLASS " DELIMITED BY SIZE
                            pc-t-class(PC-Idx) DELIMITED BY SIZE
                            INTO Rpt-Line
                     END-STRING
                     PERFORM Write-Report-Line
              END-IF.
       260-List-Part-End.
              EXIT.

      *> StockTake が記録した棚卸精度を月別・クラス別に集計する
       300-Accuracy-Trend.
              OPEN INPUT COUNT-ACCURACY.
              IF Count-Accuracy-Status NOT = "00" THEN
                     IF Count-Accuracy-Status = "05" THEN
                            CLOSE COUNT-ACCURACY
                     END-IF
                     GO TO 320-Trend-Report
              END-IF.
       310-Read-Accuracy.
              READ COUNT-ACCURACY
                     AT END
                         CLOSE COUNT-ACCURACY
                         GO TO 320-Trend-Report
              END-READ.
              IF CQ-DATE IS NOT NUMERIC
              OR CQ-COUNTED IS NOT NUMERIC
              OR CQ-ACCURATE IS NOT NUMERIC THEN
                     GO TO 310-Read-Accuracy
              END-IF.
              ADD 1 TO Cc-Read.
              MOVE 0 TO TR-Found.
              PERFORM VARYING TR-Idx FROM 1 BY 1
              UNTIL TR-Idx > TR-Count OR TR-Found > 0
                     IF tr-month(TR-Idx) = CQ-DATE(1:6)
                     AND tr-class(TR-Idx) = CQ-CLASS THEN
                            MOVE TR-Idx TO TR-Found
                     END-IF
              END-PERFORM.
              IF TR-Found = 0 THEN
                     IF TR-Count >= 500 THEN
                            DISPLAY "ERROR: MORE THAN 500 MONTH/CLASS"
                                   " ROWS ON COUNT-ACCURACY"
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                     END-IF
                     ADD 1 TO TR-Count
                     MOVE TR-Count TO TR-Found
                     MOVE CQ-DATE(1:6) TO tr-month(TR-Found)
                     MOVE CQ-CLASS TO tr-class(TR-Found)
                     MOVE 0 TO tr-counted(TR-Found)
                     MOVE 0 TO tr-accurate(TR-Found)
              END-IF.
              ADD CQ-COUNTED TO tr-counted(TR-Found).
              ADD CQ-ACCURATE TO tr-accurate(TR-Found).
              GO TO 310-Read-Accuracy.
       320-Trend-Report.
              MOVE "CYCLECOUNT" TO Rpt-Program.
              MOVE "COUNT ACCURACY TREND" TO Rpt-Title.
              PERFORM Begin-Report.
              IF TR-Count = 0 THEN
                     MOVE "NO COUNT ACCURACY RECORDED" TO Rpt-Line
                     PERFORM Write-Report-Line
              END-IF.
              PERFORM VARYING TR-Idx FROM 1 BY 1
              UNTIL TR-Idx > TR-Count
                     MOVE 0 TO tr-pct
                     IF tr-counted(TR-Idx) > 0 THEN
                            COMPUTE tr-pct ROUNDED =
                                   tr-accurate(TR-Idx) * 100
                                   / tr-counted(TR-Idx)
                     END-IF
                     MOVE tr-pct TO tr-pct-z
                     MOVE tr-counted(TR-Idx) TO tr-cnt-z
                     MOVE tr-accurate(TR-Idx) TO tr-acc-z
                     STRING tr-month(TR-Idx) DELIMITED BY SIZE
                            " CLASS " DELIMITED BY SIZE
                            tr-class(TR-Idx) DELIMITED BY SIZE
                            " COUNTED " DELIMITED BY SIZE
                            TRIM(tr-cnt-z) DELIMITED BY SIZE
                            " ACCURATE " DELIMITED BY SIZE
                            TRIM(tr-acc-z) DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            TRIM(tr-pct-z) DELIMITED BY SIZE
                            "%" DELIMITED BY SIZE
                            INTO Rpt-Line
                     END-STRING
                     PERFORM Write-Report-Line
                     ADD 1 TO Cc-Listed
              END-PERFORM.
              PERFORM End-Report.
       300-Accuracy-Trend-End.
              EXIT.

       COPY STOCKPD.
       COPY SEALPD.
       COPY PARTCLSPD.
       COPY DUEDATEPD.
       COPY CONFIGPD.
       COPY RUNHISTPD.
       COPY REPORTPD.
       END PROGRAM MAIN.
