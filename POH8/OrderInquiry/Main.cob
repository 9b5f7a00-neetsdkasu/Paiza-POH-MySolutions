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
       COPY ORDMSTSL.
       COPY CONFIGSL.
       COPY RUNHISTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY ORDMSTFD.
       COPY CONFIGFD.
       COPY RUNHISTFD.
       WORKING-STORAGE SECTION.
       COPY ORDMSTWS.
       COPY CONFIGWS.
       COPY RUNHISTWS.
       COPY REPORTWS.
       01 Command-Values.
              05 Cmd-Line     PIC X(30).
              05 Cmd-Verb     PIC X(10).
              05 Cmd-Arg-Tok  PIC X(10).
      *> 滞留の判定日数 (CONFIG-MASTER で変更可)
       01 Inquiry-Values.
              05 Stuck-Days   PIC 9(3) VALUE 3.
              05 Iq-As-Of     PIC 9(8).
              05 Iq-Since     PIC 9(8).
              05 Iq-Age       PIC 9(5).
              05 Iq-Status    PIC X(12).
              05 Iq-Read      PIC 9(8) VALUE 0.
              05 Iq-Open      PIC 9(8) VALUE 0.
              05 Iq-Stuck     PIC 9(8) VALUE 0.
              05 Iq-Events    PIC 9(5) VALUE 0.
              05 Iq-Bucket    PIC 9.
              05 Iq-Qty-Z     PIC Z(6)9.
              05 Iq-Bo-Z      PIC Z(6)9.
              05 Iq-Age-Z     PIC Z(4)9.
              05 Iq-Cnt-Z     PIC Z(7)9.
      *> 状態別・経過日数帯別 (0-1 / 2-3 / 4-7 / 8日以上) の件数
       01 Age-Values.
              05 AG-Idx   PIC 9.
              05 AG-Found PIC 9.
              05 AG-Table OCCURS 7 TIMES.
                     10 ag-status PIC X(12).
                     10 ag-count  PIC 9(6).
                     10 ag-bucket PIC 9(6) OCCURS 4 TIMES.
              05 ag-z OCCURS 5 TIMES PIC Z(5)9.
       01 Open-Order-Line.
              05 ol-order  PIC X(10).
              05 FILLER    PIC X VALUE SPACE.
              05 ol-cust   PIC X(10).
              05 FILLER    PIC X VALUE SPACE.
              05 ol-item   PIC X(10).
              05 FILLER    PIC X VALUE SPACE.
              05 ol-status PIC X(12).
              05 FILLER    PIC X VALUE SPACE.
              05 ol-since  PIC 9(8).
              05 FILLER    PIC X VALUE SPACE.
              05 ol-age    PIC Z(4)9.
              05 FILLER    PIC X VALUE SPACE.
              05 ol-qty    PIC Z(6)9.
              05 FILLER    PIC X VALUE SPACE.
              05 ol-bo     PIC Z(6)9.
              05 FILLER    PIC X VALUE SPACE.
              05 ol-flag   PIC X(5).
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              MOVE "ORDERINQ" TO Run-Hist-Program Config-Program.
              PERFORM Load-Config-Master THRU Load-Config-Master-End.
              MOVE "ORDER-STUCK-DAYS" TO Config-Param-Name.
              MOVE "3" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO Stuck-Days
              END-IF.
      *> コマンド: SHOW <受注番号> / OPEN [yyyymmdd]
              MOVE SPACE TO Cmd-Line.
              ACCEPT Cmd-Line.
              MOVE SPACE TO Cmd-Verb Cmd-Arg-Tok.
              UNSTRING Cmd-Line DELIMITED BY ALL " "
                     INTO Cmd-Verb Cmd-Arg-Tok.
              EVALUATE TRIM(Cmd-Verb)
                  WHEN "SHOW"
                      PERFORM 100-Show-Order THRU 100-Show-Order-End
                  WHEN "OPEN"
                      PERFORM 200-Open-Orders THRU 200-Open-Orders-End
                  WHEN OTHER
                      DISPLAY "ERROR: UNKNOWN COMMAND "
                             TRIM(Cmd-Verb)
                      DISPLAY "COMMANDS: SHOW <ORDER> / OPEN"
                             " [YYYYMMDD]"
                      MOVE 1 TO RETURN-CODE
                      STOP RUN
              END-EVALUATE.
              MOVE Iq-Read TO Run-Hist-Read.
              MOVE Iq-Open TO Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.

      *> 受注1件の現在の状態と状態履歴の全件
       100-Show-Order.
              IF Cmd-Arg-Tok = SPACE THEN
                     DISPLAY "ERROR: SHOW NEEDS AN ORDER NUMBER"
                     MOVE 1 TO RETURN-CODE
                     GO TO 100-Show-Order-End
              END-IF.
              OPEN INPUT ORDER-MASTER.
              IF Order-Master-Status NOT = "00" THEN
                     IF Order-Master-Status = "05" THEN
                            CLOSE ORDER-MASTER
                     END-IF
                     DISPLAY "ERROR: ORDER-MASTER IS EMPTY OR ABSENT"
                     MOVE 1 TO RETURN-CODE
                     GO TO 100-Show-Order-End
              END-IF.
              MOVE Cmd-Arg-Tok TO OM-ORDER.
              READ ORDER-MASTER
                  INVALID KEY
                      DISPLAY "ERROR: ORDER " TRIM(Cmd-Arg-Tok)
                             " NOT ON ORDER-MASTER"
                      MOVE 1 TO RETURN-CODE
                      CLOSE ORDER-MASTER
                      GO TO 100-Show-Order-End
              END-READ.
              CLOSE ORDER-MASTER.
              ADD 1 TO Iq-Read.
              MOVE OM-QTY TO Iq-Qty-Z.
              MOVE OM-BO-QTY TO Iq-Bo-Z.
              DISPLAY "ORDER    " TRIM(OM-ORDER)
                     "  CUSTOMER " TRIM(OM-CUST)
                     "  ITEM " TRIM(OM-ITEM)
                     "  QTY " TRIM(Iq-Qty-Z).
              DISPLAY "STATUS   " TRIM(OM-STATUS)
                     " SINCE " OM-STATUS-DATE
                     "  RECEIVED " OM-RECEIVED.
              IF OM-BO-QTY > 0 THEN
                     DISPLAY "BACKORDERED " TRIM(Iq-Bo-Z)
                            " UNIT(S) SINCE " OM-BO-DATE
              END-IF.
              DISPLAY "HISTORY:".
              OPEN INPUT ORDER-HISTORY.
              IF Order-History-Status NOT = "00" THEN
                     IF Order-History-Status = "05" THEN
                            CLOSE ORDER-HISTORY
                     END-IF
                     GO TO 102-History-Done
              END-IF.
       101-Read-History.
              READ ORDER-HISTORY
                     AT END
                         CLOSE ORDER-HISTORY
                         GO TO 102-History-Done
              END-READ.
              IF OH-ORDER NOT = OM-ORDER THEN
                     GO TO 101-Read-History
              END-IF.
              ADD 1 TO Iq-Events.
              MOVE OH-QTY TO Iq-Qty-Z.
              DISPLAY "  " OH-DATE " " OH-TIME " " OH-STATUS " "
                     OH-PROGRAM " QTY " Iq-Qty-Z " " TRIM(OH-NOTE).
              GO TO 101-Read-History.
       102-History-Done.
              IF Iq-Events = 0 THEN
                     DISPLAY "  NO HISTORY RECORDED"
              END-IF.
       100-Show-Order-End.
              EXIT.

      *> 未完了受注の滞留一覧。請求済み以外の受注と、入荷待ちの
      *> 残っている受注を、その状態になってからの日数で並べる
       200-Open-Orders.
              IF Cmd-Arg-Tok = SPACE THEN
                     ACCEPT Iq-As-Of FROM DATE YYYYMMDD
              ELSE
                     IF TRIM(Cmd-Arg-Tok) IS NOT NUMERIC
                     OR STORED-CHAR-LENGTH(TRIM(Cmd-Arg-Tok)) NOT = 8
                     THEN
                            DISPLAY "ERROR: AS-OF DATE MUST BE"
                                   " YYYYMMDD: " TRIM(Cmd-Arg-Tok)
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                     END-IF
                     MOVE NUMVAL(TRIM(Cmd-Arg-Tok)) TO Iq-As-Of
              END-IF.
              MOVE "RECEIVED" TO ag-status(1).
              MOVE "DEADLETTERED" TO ag-status(2).
              MOVE "CREDIT-HELD" TO ag-status(3).
              MOVE "ALLOCATED" TO ag-status(4).
              MOVE "BACKORDERED" TO ag-status(5).
              MOVE "SHIPPED" TO ag-status(6).
              MOVE "OTHER" TO ag-status(7).
              PERFORM VARYING AG-Idx FROM 1 BY 1 UNTIL AG-Idx > 7
                     MOVE 0 TO ag-count(AG-Idx) ag-bucket(AG-Idx, 1)
                            ag-bucket(AG-Idx, 2) ag-bucket(AG-Idx, 3)
                            ag-bucket(AG-Idx, 4)
              END-PERFORM.
              MOVE "ORDERINQ" TO Rpt-Program.
              MOVE SPACE TO Rpt-Title.
              STRING "OPEN ORDERS BY AGE AS OF " Iq-As-Of
                     DELIMITED BY SIZE INTO Rpt-Title.
              PERFORM Begin-Report.
              MOVE "ORDER      CUSTOMER   ITEM       STATUS       SINCE"
                     TO Rpt-Line.
              MOVE "      DAYS     QTY  BO-QTY" TO Rpt-Line(52:).
              PERFORM Write-Report-Line.
              OPEN INPUT ORDER-MASTER.
              IF Order-Master-Status NOT = "00" THEN
                     IF Order-Master-Status = "05" THEN
                            CLOSE ORDER-MASTER
                     END-IF
                     GO TO 210-Open-Summary
              END-IF.
       201-Read-Order.
              READ ORDER-MASTER NEXT RECORD
                     AT END
                         CLOSE ORDER-MASTER
                         GO TO 210-Open-Summary
              END-READ.
              ADD 1 TO Iq-Read.
      *> 請求済みでも入荷待ちが残れば入荷待ちとして数える
              IF OM-STATUS = "INVOICED" THEN
                     IF OM-BO-QTY = 0 THEN
                            GO TO 201-Read-Order
                     END-IF
                     MOVE "BACKORDERED" TO Iq-Status
                     MOVE OM-BO-DATE TO Iq-Since
              ELSE
                     MOVE OM-STATUS TO Iq-Status
                     MOVE OM-STATUS-DATE TO Iq-Since
              END-IF.
              MOVE 0 TO Iq-Age.
              IF Iq-Since IS NUMERIC AND Iq-Since > 0
              AND Iq-Since < Iq-As-Of THEN
                     COMPUTE Iq-Age = INTEGER-OF-DATE(Iq-As-Of)
                            - INTEGER-OF-DATE(Iq-Since)
              END-IF.
              EVALUATE TRUE
                  WHEN Iq-Age <= 1
                      MOVE 1 TO Iq-Bucket
                  WHEN Iq-Age <= 3
                      MOVE 2 TO Iq-Bucket
                  WHEN Iq-Age <= 7
                      MOVE 3 TO Iq-Bucket
                  WHEN OTHER
                      MOVE 4 TO Iq-Bucket
              END-EVALUATE.
              MOVE 7 TO AG-Found.
              PERFORM VARYING AG-Idx FROM 1 BY 1 UNTIL AG-Idx > 6
                     IF ag-status(AG-Idx) = Iq-Status THEN
                            MOVE AG-Idx TO AG-Found
                     END-IF
              END-PERFORM.
              ADD 1 TO ag-count(AG-Found).
              ADD 1 TO ag-bucket(AG-Found, Iq-Bucket).
              ADD 1 TO Iq-Open.
              MOVE OM-ORDER TO ol-order.
              MOVE OM-CUST TO ol-cust.
              MOVE OM-ITEM TO ol-item.
              MOVE Iq-Status TO ol-status.
              MOVE Iq-Since TO ol-since.
              MOVE Iq-Age TO ol-age.
              MOVE OM-QTY TO ol-qty.
              MOVE OM-BO-QTY TO ol-bo.
              MOVE SPACE TO ol-flag.
              IF Iq-Age > Stuck-Days THEN
                     MOVE "STUCK" TO ol-flag
                     ADD 1 TO Iq-Stuck
              END-IF.
              MOVE Open-Order-Line TO Rpt-Line.
              PERFORM Write-Report-Line.
              GO TO 201-Read-Order.
       210-Open-Summary.
              MOVE SPACE TO Rpt-Line.
              PERFORM Write-Report-Line.
              MOVE "STATUS       ORDERS  0-1 DAY 2-3 DAYS 4-7 DAYS   "
                     TO Rpt-Line.
              MOVE "OVER 7" TO Rpt-Line(50:).
              PERFORM Write-Report-Line.
              PERFORM VARYING AG-Idx FROM 1 BY 1 UNTIL AG-Idx > 7
                     IF ag-count(AG-Idx) > 0 THEN
                            MOVE ag-count(AG-Idx) TO ag-z(1)
                            MOVE ag-bucket(AG-Idx, 1) TO ag-z(2)
                            MOVE ag-bucket(AG-Idx, 2) TO ag-z(3)
                            MOVE ag-bucket(AG-Idx, 3) TO ag-z(4)
                            MOVE ag-bucket(AG-Idx, 4) TO ag-z(5)
                            STRING ag-status(AG-Idx) " " ag-z(1)
                                   "   " ag-z(2) "   " ag-z(3)
                                   "   " ag-z(4) "   " ag-z(5)
                                   DELIMITED BY SIZE INTO Rpt-Line
                            PERFORM Write-Report-Line
                     END-IF
              END-PERFORM.
              MOVE Iq-Open TO Iq-Cnt-Z.
              STRING "OPEN ORDERS " TRIM(Iq-Cnt-Z)
                     DELIMITED BY SIZE INTO Rpt-Line.
              PERFORM Write-Report-Line.
              MOVE Stuck-Days TO Iq-Age-Z.
              MOVE Iq-Stuck TO Iq-Cnt-Z.
              STRING "STUCK OVER " TRIM(Iq-Age-Z) " DAY(S) "
                     TRIM(Iq-Cnt-Z)
                     DELIMITED BY SIZE INTO Rpt-Line.
              PERFORM Write-Report-Line.
              PERFORM End-Report.
       200-Open-Orders-End.
              EXIT.

       COPY CONFIGPD.
       COPY RUNHISTPD.
       COPY REPORTPD.
       END PROGRAM MAIN.
