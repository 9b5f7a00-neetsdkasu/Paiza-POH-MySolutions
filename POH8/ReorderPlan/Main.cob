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
       COPY STKMOVSL.
       COPY REORDPTSL.
       COPY SUPPMSTSL.
       COPY CONFIGSL.
       COPY RUNHISTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY STKMOVFD.
       COPY REORDPTFD.
       COPY SUPPMSTFD.
       COPY CONFIGFD.
       COPY RUNHISTFD.
       WORKING-STORAGE SECTION.
       COPY STKMOVWS.
       COPY REORDPTWS.
       COPY SUPPMSTWS.
       COPY CONFIGWS.
       COPY RUNHISTWS.
       COPY REPORTWS.
       01 Supp-Master-Status PIC XX.
       01 Part-Supp-Status PIC XX.
       01 Supp-Quality-Status PIC XX.
       01 Command-Values.
              05 Cmd-Line   PIC X(20).
      *> 計画の条件 (CONFIG-MASTER で変更可)
       01 Plan-Values.
              05 Usage-Days    PIC 9(3) VALUE 28.
              05 Service-Factor PIC 9V99 VALUE 1.65.
              05 Cover-Days    PIC 9(3) VALUE 14.
              05 Change-Pct    PIC 9(3) VALUE 20.
              05 Lead-Days     PIC 9(3) VALUE 7.
              05 Pl-As-Of      PIC 9(8).
              05 Pl-As-Of-I    PIC 9(8).
              05 Pl-From-I     PIC 9(8).
              05 Pl-From       PIC 9(8).
              05 Pl-Day        PIC 9(3).
              05 Pl-Read       PIC 9(8) VALUE 0.
              05 Pl-Changed    PIC 9(4) VALUE 0.
              05 Pl-Planned    PIC 9(4) VALUE 0.
      *> 部品別・日別の引当数量 (計画期間は最大 90 日)
       01 Usage-Table-Values.
              05 UG-Count PIC 9(3) VALUE 0.
              05 UG-Idx   PIC 9(3).
              05 UG-Found PIC 9(3).
              05 UG-Table OCCURS 500 TIMES.
                     10 ug-part     PIC X(10).
                     10 ug-prev     PIC 9(7).
                     10 ug-point    PIC 9(7).
                     10 ug-qty      PIC 9(7).
                     10 ug-avg      PIC 9(5)V99.
                     10 ug-sd       PIC 9(5)V99.
                     10 ug-lead     PIC 9(3).
                     10 ug-day OCCURS 90 TIMES PIC 9(7).
       01 Calc-Values.
              05 cl-sum    PIC 9(9).
              05 cl-sumsq  PIC 9(15).
              05 cl-mean   PIC 9(7)V9(4).
              05 cl-var    PIC S9(11)V9(4).
              05 cl-sd     PIC 9(7)V9(4).
              05 cl-pct    PIC 9(5)V99.
              05 cl-diff   PIC 9(7).
              05 cl-sign   PIC X.
              05 cl-prev-z  PIC Z(6)9.
              05 cl-point-z PIC Z(6)9.
              05 cl-qty-z   PIC Z(6)9.
              05 cl-pct-z   PIC Z(4)9.99.
              05 cl-avg-z   PIC Z(4)9.99.
              05 cl-sd-z    PIC Z(4)9.99.
              05 cl-lead-z  PIC ZZ9.
              05 cl-cnt-z   PIC Z(3)9.
              05 Rpt-Ptr    PIC 9(3).
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              MOVE "REORDPLAN" TO Run-Hist-Program Config-Program.
              PERFORM Load-Config-Master THRU Load-Config-Master-End.
              MOVE "PLAN-USAGE-DAYS" TO Config-Param-Name.
              MOVE "28" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO Usage-Days
              END-IF.
              IF Usage-Days = 0 OR Usage-Days > 90 THEN
                     DISPLAY "WARNING: PLAN-USAGE-DAYS MUST BE 1 TO 90,"
                            " 28 USED"
                     MOVE 28 TO Usage-Days
              END-IF.
              MOVE "PLAN-SERVICE-FACTOR" TO Config-Param-Name.
              MOVE "1.65" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF Config-Param-Value NOT = SPACE THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO Service-Factor
              END-IF.
              MOVE "PLAN-COVER-DAYS" TO Config-Param-Name.
              MOVE "14" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO Cover-Days
              END-IF.
              MOVE "PLAN-ROP-CHANGE-PCT" TO Config-Param-Name.
              MOVE "20" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO Change-Pct
              END-IF.
              MOVE "PURCHASE-LEAD-DAYS" TO Config-Param-Name.
              MOVE "7" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO Lead-Days
              END-IF.
      *> 基準日 (yyyymmdd)。省略時は当日。期間は基準日を含む直近
      *> Usage-Days 日
              MOVE SPACE TO Cmd-Line.
              ACCEPT Cmd-Line.
              IF Cmd-Line = SPACE THEN
                     ACCEPT Pl-As-Of FROM DATE YYYYMMDD
              ELSE
                     IF TRIM(Cmd-Line) IS NOT NUMERIC
                     OR STORED-CHAR-LENGTH(TRIM(Cmd-Line)) NOT = 8
                     THEN
                            DISPLAY "ERROR: PLAN DATE MUST BE"
                                   " YYYYMMDD: " TRIM(Cmd-Line)
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                     END-IF
                     MOVE NUMVAL(TRIM(Cmd-Line)) TO Pl-As-Of
              END-IF.
              MOVE INTEGER-OF-DATE(Pl-As-Of) TO Pl-As-Of-I.
              COMPUTE Pl-From-I = Pl-As-Of-I - Usage-Days + 1.
              MOVE DATE-OF-INTEGER(Pl-From-I) TO Pl-From.
              PERFORM Load-Supplier-Master
                     THRU Load-Supplier-Master-End.
              PERFORM Load-Reorder-Points
                     THRU Load-Reorder-Points-End.
              PERFORM VARYING RP-Idx FROM 1 BY 1
              UNTIL RP-Idx > RP-Count
                     MOVE rp-t-part(RP-Idx) TO Rop-Part
                     PERFORM 050-Find-Usage THRU 050-Find-Usage-End
                     MOVE rp-t-point(RP-Idx) TO ug-prev(UG-Found)
              END-PERFORM.
              OPEN INPUT STOCK-MOVEMENTS.
              IF Stock-Move-Status NOT = "00" THEN
                     IF Stock-Move-Status = "05" THEN
                            CLOSE STOCK-MOVEMENTS
                     END-IF
                     GO TO 030-Movements-Done
              END-IF.
      *> 期間内の出庫 (ALLOC、梱包資材の CONSUME) を部品別・
      *> 日別に積む
       020-Read-Movement.
              READ STOCK-MOVEMENTS
                     AT END
                         CLOSE STOCK-MOVEMENTS
                         GO TO 030-Movements-Done
              END-READ.
              IF (SV-TYPE NOT = "ALLOC" AND SV-TYPE NOT = "CONSUME")
              OR SV-DATE < Pl-From OR SV-DATE > Pl-As-Of
              OR SV-PART = SPACE THEN
                     GO TO 020-Read-Movement
              END-IF.
              ADD 1 TO Pl-Read.
              MOVE SV-PART TO Rop-Part.
              PERFORM 050-Find-Usage THRU 050-Find-Usage-End.
              COMPUTE Pl-Day =
                     INTEGER-OF-DATE(SV-DATE) - Pl-From-I + 1.
              ADD SV-QTY TO ug-day(UG-Found Pl-Day).
              GO TO 020-Read-Movement.
       030-Movements-Done.
              PERFORM VARYING UG-Idx FROM 1 BY 1
              UNTIL UG-Idx > UG-Count
                     PERFORM 060-Plan-Part
              END-PERFORM.
              PERFORM 070-Save-Points.
              PERFORM 080-Change-Report.
              MOVE Pl-Read TO Run-Hist-Read.
              MOVE Pl-Planned TO Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.

       050-Find-Usage.
              MOVE 0 TO UG-Found.
              PERFORM VARYING UG-Idx FROM 1 BY 1
              UNTIL UG-Idx > UG-Count OR UG-Found > 0
                     IF ug-part(UG-Idx) = Rop-Part THEN
                            MOVE UG-Idx TO UG-Found
                     END-IF
              END-PERFORM.
              IF UG-Found > 0 THEN
                     GO TO 050-Find-Usage-End
              END-IF.
              IF UG-Count >= 500 THEN
                     DISPLAY "ERROR: MORE THAN 500 PARTS TO PLAN"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO UG-Count.
              MOVE UG-Count TO UG-Found.
              MOVE Rop-Part TO ug-part(UG-Found).
              MOVE 0 TO ug-prev(UG-Found).
              PERFORM VARYING Pl-Day FROM 1 BY 1 UNTIL Pl-Day > 90
                     MOVE 0 TO ug-day(UG-Found Pl-Day)
              END-PERFORM.
       050-Find-Usage-End.
              EXIT.

      *> 日平均と標準偏差 (引当のない日も 0 として数える) から
      *>   発注点 = 日平均 * リードタイム
      *>          + 安全係数 * 標準偏差 * √リードタイム
      *>   発注量 = 日平均 * 補充日数
      *> リードタイムは優先仕入先のもの、なければ既定値
       060-Plan-Part.
              MOVE 0 TO cl-sum cl-sumsq.
              PERFORM VARYING Pl-Day FROM 1 BY 1
              UNTIL Pl-Day > Usage-Days
                     ADD ug-day(UG-Idx Pl-Day) TO cl-sum
                     COMPUTE cl-sumsq = cl-sumsq
                            + ug-day(UG-Idx Pl-Day)
                            * ug-day(UG-Idx Pl-Day)
              END-PERFORM.
              COMPUTE cl-mean ROUNDED = cl-sum / Usage-Days.
              COMPUTE cl-var = cl-sumsq / Usage-Days
                     - cl-mean * cl-mean.
              IF cl-var < 0 THEN
                     MOVE 0 TO cl-var
              END-IF.
              COMPUTE cl-sd ROUNDED = SQRT(cl-var).
              MOVE ug-part(UG-Idx) TO Supp-Part.
              PERFORM Find-Part-Supplier.
              IF SU-Found = 0 OR Supp-Lead-Days = 0 THEN
                     MOVE Lead-Days TO ug-lead(UG-Idx)
              ELSE
                     MOVE Supp-Lead-Days TO ug-lead(UG-Idx)
              END-IF.
              COMPUTE ug-point(UG-Idx) ROUNDED =
                     cl-mean * ug-lead(UG-Idx)
                     + Service-Factor * cl-sd * SQRT(ug-lead(UG-Idx)).
              COMPUTE ug-qty(UG-Idx) ROUNDED = cl-mean * Cover-Days.
              IF ug-qty(UG-Idx) = 0 AND cl-sum > 0 THEN
                     MOVE 1 TO ug-qty(UG-Idx)
              END-IF.
              COMPUTE ug-avg(UG-Idx) ROUNDED = cl-mean.
              COMPUTE ug-sd(UG-Idx) ROUNDED = cl-sd.

      *> 発注点が 0 に落ちた部品は一晩だけ残して変化を報告する
       070-Save-Points.
              MOVE 0 TO RP-Count.
              PERFORM VARYING UG-Idx FROM 1 BY 1
              UNTIL UG-Idx > UG-Count
                     IF ug-point(UG-Idx) > 0 OR ug-prev(UG-Idx) > 0
                     THEN
                            ADD 1 TO RP-Count Pl-Planned
                            MOVE ug-part(UG-Idx) TO rp-t-part(RP-Count)
                            MOVE ug-point(UG-Idx)
                                   TO rp-t-point(RP-Count)
                            MOVE ug-qty(UG-Idx) TO rp-t-qty(RP-Count)
                            MOVE ug-avg(UG-Idx) TO rp-t-avg(RP-Count)
                            MOVE ug-sd(UG-Idx) TO rp-t-sd(RP-Count)
                            MOVE ug-lead(UG-Idx) TO rp-t-lead(RP-Count)
                            MOVE Pl-As-Of TO rp-t-date(RP-Count)
                     END-IF
              END-PERFORM.
              PERFORM Save-Reorder-Points.

      *> 前回から発注点が Change-Pct % を超えて動いた部品の一覧
       080-Change-Report.
              MOVE "REORDPLAN" TO Rpt-Program.
              STRING "REORDER POINT CHANGES " DELIMITED BY SIZE
                     Pl-From DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     Pl-As-Of DELIMITED BY SIZE
                     INTO Rpt-Title
              END-STRING.
              PERFORM Begin-Report.
              PERFORM VARYING UG-Idx FROM 1 BY 1
              UNTIL UG-Idx > UG-Count
                     PERFORM 085-Check-Change
                            THRU 085-Check-Change-End
              END-PERFORM.
              MOVE Pl-Changed TO cl-cnt-z.
              MOVE Change-Pct TO cl-lead-z.
              STRING "PARTS MOVED MORE THAN " DELIMITED BY SIZE
                     TRIM(cl-lead-z) DELIMITED BY SIZE
                     "%: " DELIMITED BY SIZE
                     TRIM(cl-cnt-z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              MOVE Pl-Planned TO cl-cnt-z.
              STRING "PARTS ON REORDER-POINTS: " DELIMITED BY SIZE
                     TRIM(cl-cnt-z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              PERFORM End-Report.

       085-Check-Change.
              IF ug-point(UG-Idx) = ug-prev(UG-Idx) THEN
                     GO TO 085-Check-Change-End
              END-IF.
              IF ug-point(UG-Idx) > ug-prev(UG-Idx) THEN
                     COMPUTE cl-diff =
                            ug-point(UG-Idx) - ug-prev(UG-Idx)
                     MOVE "+" TO cl-sign
              ELSE
                     COMPUTE cl-diff =
                            ug-prev(UG-Idx) - ug-point(UG-Idx)
                     MOVE "-" TO cl-sign
              END-IF.
              IF ug-prev(UG-Idx) > 0 THEN
                     COMPUTE cl-pct ROUNDED =
                            cl-diff * 100 / ug-prev(UG-Idx)
                     IF cl-pct <= Change-Pct THEN
                            GO TO 085-Check-Change-End
                     END-IF
              END-IF.
              ADD 1 TO Pl-Changed.
              MOVE 1 TO Rpt-Ptr.
              MOVE ug-prev(UG-Idx) TO cl-prev-z.
              MOVE ug-point(UG-Idx) TO cl-point-z.
              MOVE ug-qty(UG-Idx) TO cl-qty-z.
              MOVE ug-avg(UG-Idx) TO cl-avg-z.
              MOVE ug-sd(UG-Idx) TO cl-sd-z.
              MOVE ug-lead(UG-Idx) TO cl-lead-z.
              IF ug-prev(UG-Idx) = 0 THEN
                     STRING ug-part(UG-Idx) DELIMITED BY SIZE
                            " ROP " DELIMITED BY SIZE
                            TRIM(cl-point-z) DELIMITED BY SIZE
                            " (NEW)" DELIMITED BY SIZE
                            INTO Rpt-Line
                            WITH POINTER Rpt-Ptr
                     END-STRING
              ELSE
                     MOVE cl-pct TO cl-pct-z
                     STRING ug-part(UG-Idx) DELIMITED BY SIZE
                            " ROP " DELIMITED BY SIZE
                            TRIM(cl-prev-z) DELIMITED BY SIZE
                            " -> " DELIMITED BY SIZE
                            TRIM(cl-point-z) DELIMITED BY SIZE
                            " (" DELIMITED BY SIZE
                            cl-sign DELIMITED BY SIZE
                            TRIM(cl-pct-z) DELIMITED BY SIZE
                            "%)" DELIMITED BY SIZE
                            INTO Rpt-Line
                            WITH POINTER Rpt-Ptr
                     END-STRING
              END-IF.
              STRING " QTY " DELIMITED BY SIZE
                     TRIM(cl-qty-z) DELIMITED BY SIZE
                     " AVG/DAY " DELIMITED BY SIZE
                     TRIM(cl-avg-z) DELIMITED BY SIZE
                     " SD " DELIMITED BY SIZE
                     TRIM(cl-sd-z) DELIMITED BY SIZE
                     " LEAD " DELIMITED BY SIZE
                     TRIM(cl-lead-z) DELIMITED BY SIZE
                     INTO Rpt-Line
                     WITH POINTER Rpt-Ptr
              END-STRING.
              PERFORM Write-Report-Line.
       085-Check-Change-End.
              EXIT.

       COPY REORDPTPD.
       COPY SUPPMSTPD.
       COPY CONFIGPD.
       COPY RUNHISTPD.
       COPY REPORTPD.
       END PROGRAM MAIN.
