       *>
       *> ブレンドロットのリコール追跡。RIO-GENEALOGY (Answer が
       *> ブレンドごとに書くロットの系譜) をたどり、SYSIN の
       *>   LOT <lot-no>     ロット1件から
       *>   PO <po-no>       原料の入荷1件 (発注番号) から
       *> 上流 (同じタンクの前ロットとそこへ入ったイベント・入荷)
       *> と下流 (そのロットの残りを含む後のロット) を全部出す。
       *> 各ロットには QC-TICKETS の判定と TANK-STATE の保留状態を
       *> 添える。照会専用でどのファイルも変更しない。
       *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RioRecall.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
              FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL QC-TICKETS
                     ASSIGN TO "QC-TICKETS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Qc-Tickets-Status.
              SELECT OPTIONAL TANK-STATE
                     ASSIGN TO "TANK-STATE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Tank-State-Status.
       COPY RIOGENSL.
       COPY RUNHISTSL.
       DATA DIVISION.
       FILE SECTION.
       FD  QC-TICKETS.
              01 QC-TICKETS-RECORD.
                     05 QT-NO     PIC 9(6).
                     05 FILLER    PIC X.
                     05 QT-TANK   PIC 9(2).
                     05 FILLER    PIC X.
                     05 QT-BLEND  PIC 9(4).
                     05 FILLER    PIC X.
                     05 QT-DATE   PIC 9(8).
                     05 FILLER    PIC X.
                     05 QT-TIME   PIC 9(6).
                     05 FILLER    PIC X.
                     05 QT-MIN    PIC 9(3).
                     05 FILLER    PIC X.
                     05 QT-MAX    PIC 9(3).
                     05 FILLER    PIC X.
                     05 QT-STATUS PIC X(4).
                     05 FILLER    PIC X.
                     05 QT-VALUE  PIC 9(3)V9(2).
       FD  TANK-STATE.
              01 TANK-STATE-RECORD.
                     05 TSR-K PIC 9(2).
                     05 FILLER PIC X.
                     05 TSR-W PIC 9(4)V9(20).
                     05 FILLER PIC X.
                     05 TSR-C PIC 9(4)V9(20).
                     05 FILLER PIC X.
                     05 TSR-HOLD PIC X.
       COPY RIOGENFD.
       COPY RUNHISTFD.
       WORKING-STORAGE SECTION.
       COPY RUNHISTWS.
       COPY REPORTWS.
       01 Qc-Tickets-Status PIC XX.
       01 Tank-State-Status PIC XX.
       01 Genealogy-Status PIC XX.
       01 Command-Values.
              05 Cmd-Line   PIC X(30).
              05 Cmd-Verb   PIC X(8).
              05 Cmd-Key    PIC X(8).
              05 Trace-Lot  PIC 9(6).
              05 Trace-Po   PIC X(6).
      *> ロット表。lt-mark は T = 追跡の起点、U = 上流、D = 下流
       01 Lot-Table-Values.
              05 LT-Count PIC 9(4) VALUE 0.
              05 LT-Idx   PIC 9(4).
              05 LT-Jdx   PIC 9(4).
              05 LT-Found PIC 9(4).
              05 LT-Key   PIC 9(6).
              05 LT-Table OCCURS 2000 TIMES.
                     10 lt-lot    PIC 9(6).
                     10 lt-tank   PIC 9(2).
                     10 lt-run    PIC X(14).
                     10 lt-qty    PIC 9(3).
                     10 lt-parent PIC 9(6).
                     10 lt-qc     PIC 9(6).
                     10 lt-mark   PIC X.
       01 Ticket-Table-Values.
              05 QT-Count PIC 9(4) VALUE 0.
              05 QT-Idx   PIC 9(4).
              05 QT-Table OCCURS 2000 TIMES.
                     10 qt-t-no     PIC 9(6).
                     10 qt-t-status PIC X(4).
       01 Tank-Values.
              05 Tank-Count PIC 99 VALUE 0.
              05 Tank-Idx   PIC 99.
              05 Tank-Table OCCURS 10 TIMES.
                     10 tk-id   PIC 9(2).
                     10 tk-hold PIC X.
       01 Trace-Values.
              05 tr-starts  PIC 9(4) VALUE 0.
              05 tr-up      PIC 9(4) VALUE 0.
              05 tr-down    PIC 9(4) VALUE 0.
              05 tr-failed  PIC 9(4) VALUE 0.
              05 tr-held    PIC 9(4) VALUE 0.
              05 tr-parent  PIC 9(6).
              05 tr-qc-txt  PIC X(16).
              05 tr-hold-txt PIC X(12).
              05 tr-type-txt PIC X(12).
              05 tr-lot-z   PIC Z(5)9.
              05 tr-tank-z  PIC Z9.
              05 tr-qty-z   PIC ZZ9.
              05 tr-qc-z    PIC Z(5)9.
              05 tr-cnt-z   PIC Z(3)9.
       PROCEDURE DIVISION.
       MainRoutine SECTION.
       000-Main.
              MOVE "RIORECALL" TO Run-Hist-Program Rpt-Program.
              MOVE SPACE TO Cmd-Line Cmd-Verb Cmd-Key.
              ACCEPT Cmd-Line.
              UNSTRING Cmd-Line DELIMITED BY ALL " "
                     INTO Cmd-Verb Cmd-Key.
              IF (TRIM(Cmd-Verb) NOT = "LOT"
                  AND TRIM(Cmd-Verb) NOT = "PO")
              OR TRIM(Cmd-Key) IS NOT NUMERIC
              OR Cmd-Key(7:) NOT = SPACE THEN
                     DISPLAY "ERROR: EXPECTED LOT <LOT-NO> OR"
                            " PO <PO-NO>"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              PERFORM 010-Load-Lots THRU 012-Lots-Loaded.
              IF LT-Count = 0 THEN
                     DISPLAY "ERROR: RIO-GENEALOGY IS EMPTY OR ABSENT"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              PERFORM 020-Load-Tickets THRU 022-Tickets-Loaded.
              PERFORM 025-Load-Tank-State
                     THRU 027-Tank-State-Loaded.

              IF TRIM(Cmd-Verb) = "LOT" THEN
                     MOVE NUMVAL(Cmd-Key) TO Trace-Lot LT-Key
                     PERFORM 030-Find-Lot
                     IF LT-Found = 0 THEN
                            DISPLAY "ERROR: LOT " TRIM(Cmd-Key)
                                   " IS NOT ON RIO-GENEALOGY"
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                     END-IF
                     MOVE "T" TO lt-mark(LT-Found)
                     MOVE 1 TO tr-starts
                     PERFORM 040-Mark-Upstream
              ELSE
                     MOVE NUMVAL(Cmd-Key) TO Trace-Lot
                     MOVE Trace-Lot TO Trace-Po
                     PERFORM 050-Mark-Delivery-Lots
                            THRU 052-Delivery-Lots-Marked
                     IF tr-starts = 0 THEN
                            DISPLAY "PO " Trace-Po
                                   " HAS NO DELIVERY IN A BLENDED LOT"
                                   " YET"
                            MOVE 0 TO Run-Hist-Read Run-Hist-Total
                            PERFORM Write-Run-History
                            STOP RUN
                     END-IF
              END-IF.
              PERFORM 045-Mark-Downstream.

              MOVE "RIO RECALL TRACE" TO Rpt-Title.
              PERFORM Begin-Report.
              IF TRIM(Cmd-Verb) = "LOT" THEN
                     STRING "TRACE OF LOT " DELIMITED BY SIZE
                            Trace-Lot DELIMITED BY SIZE
                            INTO Rpt-Line
                     END-STRING
              ELSE
                     STRING "TRACE OF DELIVERY PO " DELIMITED BY SIZE
                            Trace-Po DELIMITED BY SIZE
                            INTO Rpt-Line
                     END-STRING
              END-IF.
              PERFORM Write-Report-Line.
              PERFORM Write-Report-Line.
              MOVE "UPSTREAM LOTS" TO Rpt-Line.
              PERFORM Write-Report-Line.
              PERFORM 060-Lot-Heading.
              PERFORM VARYING LT-Idx FROM 1 BY 1
              UNTIL LT-Idx > LT-Count
                     IF lt-mark(LT-Idx) = "U" THEN
                            PERFORM 070-Report-One-Lot
                            ADD 1 TO tr-up
                     END-IF
              END-PERFORM.
              IF tr-up = 0 THEN
                     MOVE "  (NONE)" TO Rpt-Line
                     PERFORM Write-Report-Line
              END-IF.
              PERFORM Write-Report-Line.
              MOVE "TRACED LOTS" TO Rpt-Line.
              PERFORM Write-Report-Line.
              PERFORM 060-Lot-Heading.
              PERFORM VARYING LT-Idx FROM 1 BY 1
              UNTIL LT-Idx > LT-Count
                     IF lt-mark(LT-Idx) = "T" THEN
                            PERFORM 070-Report-One-Lot
                     END-IF
              END-PERFORM.
              PERFORM Write-Report-Line.
              MOVE "DOWNSTREAM LOTS" TO Rpt-Line.
              PERFORM Write-Report-Line.
              PERFORM 060-Lot-Heading.
              PERFORM VARYING LT-Idx FROM 1 BY 1
              UNTIL LT-Idx > LT-Count
                     IF lt-mark(LT-Idx) = "D" THEN
                            PERFORM 070-Report-One-Lot
                            ADD 1 TO tr-down
                     END-IF
              END-PERFORM.
              IF tr-down = 0 THEN
                     MOVE "  (NONE)" TO Rpt-Line
                     PERFORM Write-Report-Line
              END-IF.
              PERFORM Write-Report-Line.
              MOVE "INPUTS TO TRACED AND UPSTREAM LOTS" TO Rpt-Line.
              PERFORM Write-Report-Line.
              MOVE "LOT      TANK  RUN             INPUT         QTY"
                     TO Rpt-Line.
              MOVE "  PO" TO Rpt-Line(50:).
              PERFORM Write-Report-Line.
              PERFORM 080-Report-Inputs THRU 082-Inputs-Reported.
              PERFORM Write-Report-Line.
              MOVE tr-failed TO tr-cnt-z.
              STRING "LOTS WITH FAILED QC: " DELIMITED BY SIZE
                     TRIM(tr-cnt-z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              MOVE tr-held TO tr-cnt-z.
              STRING "LOTS IN A TANK ON HOLD: " DELIMITED BY SIZE
                     TRIM(tr-cnt-z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              PERFORM End-Report.
              MOVE LT-Count TO Run-Hist-Read.
              COMPUTE Run-Hist-Total = tr-starts + tr-up + tr-down.
              PERFORM Write-Run-History.
              STOP RUN.

      *> LOT レコードでロット表を作り、PARENT と QC を付ける
       010-Load-Lots.
              OPEN INPUT RIO-GENEALOGY.
              IF Genealogy-Status NOT = "00" THEN
                     IF Genealogy-Status = "05" THEN
                            CLOSE RIO-GENEALOGY
                     END-IF
                     GO TO 012-Lots-Loaded
              END-IF.
       011-Read-Lot.
              READ RIO-GENEALOGY
                     AT END
                         CLOSE RIO-GENEALOGY
                         GO TO 012-Lots-Loaded
              END-READ.
              IF GN-LOT IS NOT NUMERIC THEN
                     GO TO 011-Read-Lot
              END-IF.
              EVALUATE GN-KIND
                  WHEN "LOT"
                      IF LT-Count >= 2000 THEN
                             DISPLAY "ERROR: RIO-GENEALOGY EXCEEDS"
                                    " 2000 LOTS"
                             MOVE 1 TO RETURN-CODE
                             STOP RUN
                      END-IF
                      ADD 1 TO LT-Count
                      MOVE GN-LOT TO lt-lot(LT-Count)
                      MOVE GN-TANK TO lt-tank(LT-Count)
                      MOVE GN-RUN TO lt-run(LT-Count)
                      MOVE GN-S TO lt-qty(LT-Count)
                      MOVE 0 TO lt-parent(LT-Count) lt-qc(LT-Count)
                      MOVE SPACE TO lt-mark(LT-Count)
                  WHEN "PARENT"
                      MOVE GN-LOT TO LT-Key
                      PERFORM 030-Find-Lot
                      IF LT-Found > 0 THEN
                             MOVE GN-REF TO lt-parent(LT-Found)
                      END-IF
                  WHEN "QC"
                      MOVE GN-LOT TO LT-Key
                      PERFORM 030-Find-Lot
                      IF LT-Found > 0 THEN
                             MOVE GN-REF TO lt-qc(LT-Found)
                      END-IF
              END-EVALUATE.
              GO TO 011-Read-Lot.
       012-Lots-Loaded.
              EXIT.

       020-Load-Tickets.
              OPEN INPUT QC-TICKETS.
              IF Qc-Tickets-Status NOT = "00" THEN
                     IF Qc-Tickets-Status = "05" THEN
                            CLOSE QC-TICKETS
                     END-IF
                     GO TO 022-Tickets-Loaded
              END-IF.
       021-Read-Ticket.
              READ QC-TICKETS
                     AT END
                         CLOSE QC-TICKETS
                         GO TO 022-Tickets-Loaded
              END-READ.
              IF QT-Count < 2000 THEN
                     ADD 1 TO QT-Count
                     MOVE QT-NO TO qt-t-no(QT-Count)
                     MOVE QT-STATUS TO qt-t-status(QT-Count)
              END-IF.
              GO TO 021-Read-Ticket.
       022-Tickets-Loaded.
              EXIT.

       025-Load-Tank-State.
              OPEN INPUT TANK-STATE.
              IF Tank-State-Status NOT = "00" THEN
                     IF Tank-State-Status = "05" THEN
                            CLOSE TANK-STATE
                     END-IF
                     GO TO 027-Tank-State-Loaded
              END-IF.
       026-Read-Tank-State.
              READ TANK-STATE
                     AT END
                         CLOSE TANK-STATE
                         GO TO 027-Tank-State-Loaded
              END-READ.
              IF Tank-Count < 10 THEN
                     ADD 1 TO Tank-Count
                     MOVE TSR-K TO tk-id(Tank-Count)
                     MOVE TSR-HOLD TO tk-hold(Tank-Count)
              END-IF.
              GO TO 026-Read-Tank-State.
       027-Tank-State-Loaded.
              EXIT.

      *> ロット番号は昇順に書かれるが、念のため全件を見る
       030-Find-Lot.
              MOVE 0 TO LT-Found.
              PERFORM VARYING LT-Jdx FROM LT-Count BY -1
              UNTIL LT-Jdx < 1 OR LT-Found > 0
                     IF lt-lot(LT-Jdx) = LT-Key THEN
                            MOVE LT-Jdx TO LT-Found
                     END-IF
              END-PERFORM.

      *> 起点ロットから前ロットを順にさかのぼる
       040-Mark-Upstream.
              MOVE lt-parent(LT-Found) TO tr-parent.
              PERFORM UNTIL tr-parent = 0
                     MOVE tr-parent TO LT-Key
                     PERFORM 030-Find-Lot
                     IF LT-Found = 0 THEN
                            MOVE 0 TO tr-parent
                     ELSE
                            IF lt-mark(LT-Found) = SPACE THEN
                                   MOVE "U" TO lt-mark(LT-Found)
                            END-IF
                            MOVE lt-parent(LT-Found) TO tr-parent
                     END-IF
              END-PERFORM.

      *> 前ロットが起点か下流のロットは下流。前ロットは必ず先に
      *> 書かれているので、表の順に1回なめれば足りる
       045-Mark-Downstream.
              PERFORM VARYING LT-Idx FROM 1 BY 1
              UNTIL LT-Idx > LT-Count
                     IF lt-mark(LT-Idx) = SPACE
                     AND lt-parent(LT-Idx) > 0 THEN
                            MOVE lt-parent(LT-Idx) TO LT-Key
                            PERFORM 030-Find-Lot
                            IF LT-Found > 0 THEN
                                   IF lt-mark(LT-Found) = "T"
                                   OR lt-mark(LT-Found) = "D" THEN
                                          MOVE "D" TO lt-mark(LT-Idx)
                                   END-IF
                            END-IF
                     END-IF
              END-PERFORM.

      *> 入荷の追跡: その発注番号の EVENT を持つロットが起点
       050-Mark-Delivery-Lots.
              OPEN INPUT RIO-GENEALOGY.
              IF Genealogy-Status NOT = "00" THEN
                     GO TO 052-Delivery-Lots-Marked
              END-IF.
       051-Read-Delivery.
              READ RIO-GENEALOGY
                     AT END
                         CLOSE RIO-GENEALOGY
                         GO TO 052-Delivery-Lots-Marked
              END-READ.
              IF GN-KIND = "EVENT" AND GN-PO = Trace-Po THEN
                     MOVE GN-LOT TO LT-Key
                     PERFORM 030-Find-Lot
                     IF LT-Found > 0 THEN
                            IF lt-mark(LT-Found) NOT = "T" THEN
                                   MOVE "T" TO lt-mark(LT-Found)
                                   ADD 1 TO tr-starts
                            END-IF
                     END-IF
              END-IF.
              GO TO 051-Read-Delivery.
       052-Delivery-Lots-Marked.
              EXIT.

       060-Lot-Heading.
              MOVE "LOT      TANK  RUN             QTY  QC"
                     TO Rpt-Line.
              MOVE "TANK HOLD" TO Rpt-Line(60:).
              PERFORM Write-Report-Line.

       070-Report-One-Lot.
              MOVE "NOT SAMPLED" TO tr-qc-txt.
              IF lt-qc(LT-Idx) > 0 THEN
                     MOVE lt-qc(LT-Idx) TO tr-qc-z
                     MOVE SPACE TO tr-qc-txt
                     STRING TRIM(tr-qc-z) DELIMITED BY SIZE
                            " UNKNOWN" DELIMITED BY SIZE
                            INTO tr-qc-txt
                     END-STRING
                     PERFORM VARYING QT-Idx FROM 1 BY 1
                     UNTIL QT-Idx > QT-Count
                            IF qt-t-no(QT-Idx) = lt-qc(LT-Idx) THEN
                                   MOVE SPACE TO tr-qc-txt
                                   STRING TRIM(tr-qc-z)
                                          DELIMITED BY SIZE
                                          " " DELIMITED BY SIZE
                                          qt-t-status(QT-Idx)
                                          DELIMITED BY SIZE
                                          INTO tr-qc-txt
                                   END-STRING
                                   IF qt-t-status(QT-Idx) = "FAIL"
                                   THEN
                                          ADD 1 TO tr-failed
                                   END-IF
                            END-IF
                     END-PERFORM
              END-IF.
              MOVE "NOT ON STATE" TO tr-hold-txt.
              PERFORM VARYING Tank-Idx FROM 1 BY 1
              UNTIL Tank-Idx > Tank-Count
                     IF tk-id(Tank-Idx) = lt-tank(LT-Idx) THEN
                            IF tk-hold(Tank-Idx) = "H" THEN
                                   MOVE "ON HOLD" TO tr-hold-txt
                                   ADD 1 TO tr-held
                            ELSE
                                   MOVE "NOT HELD" TO tr-hold-txt
                            END-IF
                     END-IF
              END-PERFORM.
              MOVE lt-tank(LT-Idx) TO tr-tank-z.
              MOVE lt-qty(LT-Idx) TO tr-qty-z.
              MOVE lt-lot(LT-Idx) TO Rpt-Line(1:6).
              MOVE tr-tank-z TO Rpt-Line(11:2).
              MOVE lt-run(LT-Idx) TO Rpt-Line(15:14).
              MOVE tr-qty-z TO Rpt-Line(31:3).
              MOVE tr-qc-txt TO Rpt-Line(36:16).
              MOVE tr-hold-txt TO Rpt-Line(60:12).
              PERFORM Write-Report-Line.

      *> 起点と上流のロットへ入ったイベントを系譜の順に出す
       080-Report-Inputs.
              OPEN INPUT RIO-GENEALOGY.
              IF Genealogy-Status NOT = "00" THEN
                     GO TO 082-Inputs-Reported
              END-IF.
       081-Read-Input.
              READ RIO-GENEALOGY
                     AT END
                         CLOSE RIO-GENEALOGY
                         GO TO 082-Inputs-Reported
              END-READ.
              IF GN-KIND NOT = "EVENT" THEN
                     GO TO 081-Read-Input
              END-IF.
              MOVE GN-LOT TO LT-Key.
              PERFORM 030-Find-Lot.
              IF LT-Found = 0 THEN
                     GO TO 081-Read-Input
              END-IF.
              IF lt-mark(LT-Found) NOT = "T"
              AND lt-mark(LT-Found) NOT = "U" THEN
                     GO TO 081-Read-Input
              END-IF.
              EVALUATE GN-T
                  WHEN 1
                      MOVE "WATER ADD" TO tr-type-txt
                  WHEN 2
                      MOVE "CHEMICAL ADD" TO tr-type-txt
                  WHEN 4
                      MOVE "DIP SET W" TO tr-type-txt
                  WHEN 5
                      MOVE "DIP SET C" TO tr-type-txt
                  WHEN OTHER
                      MOVE "OTHER" TO tr-type-txt
              END-EVALUATE.
              MOVE GN-TANK TO tr-tank-z.
              MOVE GN-S TO tr-qty-z.
              MOVE GN-LOT TO Rpt-Line(1:6).
              MOVE tr-tank-z TO Rpt-Line(11:2).
              MOVE GN-RUN TO Rpt-Line(15:14).
              MOVE tr-type-txt TO Rpt-Line(31:12).
              MOVE tr-qty-z TO Rpt-Line(45:3).
              MOVE GN-PO TO Rpt-Line(52:6).
              PERFORM Write-Report-Line.
              GO TO 081-Read-Input.
       082-Inputs-Reported.
              EXIT.

       COPY RUNHISTPD.
       COPY REPORTPD.
       END PROGRAM RioRecall.
