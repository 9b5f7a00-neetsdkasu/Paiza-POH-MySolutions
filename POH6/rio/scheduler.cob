       *> ピックリスト PICK-LIST へ、今のタンク残量では満たせない
       *> ブレンドは不足レポート RIO-SHORTFALL へ書く。計画専用で
       *> TANK-STATE そのものは変更しない (実投入は通常の rio
       *> イベントで行う)。TANK-MASTER があれば、払い出し後の残量
       *> がタンクの最低ヒールを割るブレンドは見送り (不足レポート
       *> と ERROR-LOG へ) にする。
       *> 入口 RioTankReport はタンク稼働率の日次レポート (充填率、
       *> 空き容量、計画払い出し量での在庫日数) を出す。
       *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RioSchedule.
                     FILE STATUS IS Shortfall-Status.
       COPY RUNHISTSL.
       COPY SEALSL.
       COPY TANKMSTSL.
       COPY ERRLOGSL.
       DATA DIVISION.
       FILE SECTION.
       FD  RIO-PLAN.
              01 RIO-SHORTFALL-RECORD PIC X(80).
       COPY RUNHISTFD.
       COPY SEALFD.
       COPY TANKMSTFD.
       COPY ERRLOGFD.
       WORKING-STORAGE SECTION.
       COPY RUNHISTWS.
       COPY SEALWS.
       COPY TANKMSTWS.
       COPY ERRLOGWS.
       COPY REPORTWS.
       01 Plan-Status PIC XX.
       01 Tank-State-Status PIC XX.
       01 Pick-Status PIC XX.
              05 sc-short-c PIC 9(6)V9(2).
              05 sc-picked  PIC 9(3) VALUE 0.
              05 sc-short   PIC 9(3) VALUE 0.
              05 sc-defer   PIC 9(3) VALUE 0.
              05 sc-left    PIC S9(6)V9(2).
              05 sc-h-dsp   PIC Z(3)9.99.
              05 sc-w-dsp   PIC Z(5)9.99.
              05 sc-c-dsp   PIC Z(5)9.99.
              05 sc-q-dsp   PIC Z(4)9.99.
              05 sc-t-dsp   PIC ZZ9.99.
              05 sc-cnt-z   PIC Z(2)9.
       01 Utilization-Values.
              05 ut-level    PIC 9(5)V9(2).
              05 ut-headroom PIC S9(5)V9(2).
              05 ut-pct      PIC 9(3)V9.
              05 ut-draw     PIC 9(7)V9(2).
              05 ut-usable   PIC S9(5)V9(2).
              05 ut-cover    PIC 9(5)V9.
              05 ut-over     PIC 9(3) VALUE 0.
              05 ut-lvl-dsp  PIC Z(4)9.99.
              05 ut-cap-dsp  PIC Z(3)9.99.
              05 ut-hr-dsp   PIC -(5)9.99.
              05 ut-pct-dsp  PIC ZZ9.9.
              05 ut-drw-dsp  PIC Z(6)9.99.
              05 ut-cov-dsp  PIC Z(4)9.9.
              05 ut-cover-txt PIC X(20).
       PROCEDURE DIVISION.
       MainRoutine SECTION.
       000-Main.
              MOVE "RIOSCHED" TO Run-Hist-Program Err-Program.
              PERFORM 010-Load-Tank-State
                     THRU 010-Load-Tank-State-End.
              IF Tank-Count = 0 THEN
                     STOP RUN
              END-IF.
              PERFORM 030-Sort-By-Due-Time.
              PERFORM Load-Tank-Master THRU Load-Tank-Master-End.

              OPEN OUTPUT PICK-LIST.
              OPEN OUTPUT RIO-SHORTFALL.
              DISPLAY "BLENDS ON PICK LIST: " TRIM(sc-cnt-z).
              MOVE sc-short TO sc-cnt-z.
              DISPLAY "BLENDS SHORT: " TRIM(sc-cnt-z).
              MOVE sc-defer TO sc-cnt-z.
              DISPLAY "BLENDS DEFERRED: " TRIM(sc-cnt-z).
              IF sc-short > 0 OR sc-defer > 0 THEN
                     MOVE 2 TO RETURN-CODE
              END-IF.
              MOVE Plan-Count TO Run-Hist-Read.
              PERFORM Write-Run-History.
              STOP RUN.

      *> タンク稼働率の日次レポート。TANK-MASTER の各タンクに
      *> ついて現在量の充填率と空き容量、RIO-PLAN の1日ぶんの
      *> 払い出し計画 (そのタンクの数量合計) で割った在庫日数
      *> (ヒールより上の使える量 / 計画払い出し量) を出す
       ENTRY "RioTankReport".
              MOVE "RIOTANKRPT" TO Run-Hist-Program.
              PERFORM 010-Load-Tank-State
                     THRU 010-Load-Tank-State-End.
              PERFORM Load-Tank-Master THRU Load-Tank-Master-End.
              IF TM-Count = 0 THEN
                     DISPLAY "ERROR: TANK-MASTER IS EMPTY OR ABSENT"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              PERFORM 020-Load-Plan THRU 022-Plan-Loaded.
              MOVE "RIOTANKRPT" TO Rpt-Program.
              MOVE "RIO TANK UTILIZATION" TO Rpt-Title.
              PERFORM Begin-Report.
              MOVE "TANK      LEVEL  CAPACITY  FULL%   HEADROOM"
                     TO Rpt-Line.
              MOVE "  PLAN DRAW  DAYS OF COVER" TO Rpt-Line(46:).
              PERFORM Write-Report-Line.
              PERFORM VARYING TM-Idx FROM 1 BY 1
              UNTIL TM-Idx > TM-Count
                     PERFORM 080-Report-One-Tank
              END-PERFORM.
              PERFORM End-Report.
              IF ut-over > 0 THEN
                     MOVE 2 TO RETURN-CODE
              END-IF.
              MOVE TM-Count TO Run-Hist-Read Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.

       010-Load-Tank-State.
              MOVE 0 TO Tank-Count.
              OPEN INPUT TANK-STATE.
                     GO TO 040-Schedule-One-Blend-End
              END-IF.
              IF tk-w(Tank-Found) >= sc-water
              AND tk-c(Tank-Found) >= sc-chem
              AND TM-Count > 0 THEN
                     PERFORM 045-Check-Heel THRU 045-Check-Heel-End
                     IF TM-Found = 0 THEN
                            GO TO 040-Schedule-One-Blend-End
                     END-IF
              END-IF.
              IF tk-w(Tank-Found) >= sc-water
              AND tk-c(Tank-Found) >= sc-chem THEN
                     SUBTRACT sc-water FROM tk-w(Tank-Found)
                     SUBTRACT sc-chem FROM tk-c(Tank-Found)
       040-Schedule-One-Blend-End.
              EXIT.

      *> レポート1行: TM-Idx のタンク。状態にないタンクは空とみる
       080-Report-One-Tank.
              MOVE 0 TO ut-level ut-draw.
              MOVE 0 TO Tank-Found.
              IF Tank-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING Tank-Idx FROM 1 BY 1
                     UNTIL Tank-Idx >= Tank-Count
                            IF tk-id(Tank-Idx) = tm-id(TM-Idx) THEN
                                   MOVE Tank-Idx TO Tank-Found
                            END-IF
                     END-PERFORM
              END-IF.
              IF Tank-Found > 0 THEN
                     COMPUTE ut-level ROUNDED =
                            tk-w(Tank-Found) + tk-c(Tank-Found)
              END-IF.
              IF Plan-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING Plan-Idx FROM 1 BY 1
                     UNTIL Plan-Idx >= Plan-Count
                            IF pn-tank(Plan-Idx) = tm-id(TM-Idx) THEN
                                   ADD pn-qty(Plan-Idx) TO ut-draw
                            END-IF
                     END-PERFORM
              END-IF.
              COMPUTE ut-pct ROUNDED =
                     ut-level * 100 / tm-capacity(TM-Idx).
              COMPUTE ut-headroom = tm-capacity(TM-Idx) - ut-level.
              COMPUTE ut-usable = ut-level - tm-heel(TM-Idx).
              IF ut-headroom < 0 THEN
                     ADD 1 TO ut-over
              END-IF.
              IF ut-draw = 0 THEN
                     MOVE "NO PLANNED DRAW" TO ut-cover-txt
              ELSE
                     IF ut-usable <= 0 THEN
                            MOVE "AT OR BELOW HEEL" TO ut-cover-txt
                     ELSE
                            COMPUTE ut-cover ROUNDED =
                                   ut-usable / ut-draw
                            MOVE ut-cover TO ut-cov-dsp
                            MOVE ut-cov-dsp TO ut-cover-txt
                     END-IF
              END-IF.
              MOVE tm-id(TM-Idx) TO Tank-Id-Z.
              MOVE ut-level TO ut-lvl-dsp.
              MOVE tm-capacity(TM-Idx) TO ut-cap-dsp.
              MOVE ut-pct TO ut-pct-dsp.
              MOVE ut-headroom TO ut-hr-dsp.
              MOVE ut-draw TO ut-drw-dsp.
              MOVE SPACE TO Rpt-Line.
              STRING Tank-Id-Z DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     ut-lvl-dsp DELIMITED BY SIZE
                     "   " DELIMITED BY SIZE
                     ut-cap-dsp DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     ut-pct-dsp DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     ut-hr-dsp DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     ut-drw-dsp DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     ut-cover-txt DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.

      *> タンクマスタにないタンク、または払い出し後の残量が最低
      *> ヒールを割るブレンドは見送る。見送ったら TM-Found = 0
       045-Check-Heel.
              MOVE pn-tank(Plan-Idx) TO TM-Key.
              PERFORM Find-Tank-Master.
              IF TM-Found = 0 THEN
                     MOVE SPACE TO RIO-SHORTFALL-RECORD
                     STRING "DUE " DELIMITED BY SIZE
                            pn-due(Plan-Idx) DELIMITED BY SIZE
                            " TANK " DELIMITED BY SIZE
                            TRIM(Tank-Id-Z) DELIMITED BY SIZE
                            " NOT ON TANK-MASTER, BLEND DEFERRED"
                                   DELIMITED BY SIZE
                            INTO RIO-SHORTFALL-RECORD
                     END-STRING
                     MOVE "RIO-011" TO Err-Code
                     MOVE "BLEND DEFERRED, TANK NOT ON TANK-MASTER"
                            TO Err-Text
                     GO TO 046-Defer-Blend
              END-IF.
              COMPUTE sc-left = tk-w(Tank-Found) + tk-c(Tank-Found)
                     - sc-water - sc-chem.
              IF sc-left >= tm-heel(TM-Found) THEN
                     GO TO 045-Check-Heel-End
              END-IF.
              MOVE tm-heel(TM-Found) TO sc-h-dsp.
              MOVE SPACE TO RIO-SHORTFALL-RECORD.
              STRING "DUE " DELIMITED BY SIZE
                     pn-due(Plan-Idx) DELIMITED BY SIZE
                     " TANK " DELIMITED BY SIZE
                     TRIM(Tank-Id-Z) DELIMITED BY SIZE
                     " QTY " DELIMITED BY SIZE
                     TRIM(sc-q-dsp) DELIMITED BY SIZE
                     " DEFERRED, BELOW HEEL " DELIMITED BY SIZE
                     TRIM(sc-h-dsp) DELIMITED BY SIZE
                     INTO RIO-SHORTFALL-RECORD
              END-STRING.
              MOVE "RIO-010" TO Err-Code.
              MOVE "BLEND DEFERRED, WOULD DRAW TANK BELOW ITS HEEL"
                     TO Err-Text.
              MOVE 0 TO TM-Found.
       046-Defer-Blend.
              WRITE RIO-SHORTFALL-RECORD.
              DISPLAY "  " TRIM(RIO-SHORTFALL-RECORD).
              ADD 1 TO sc-defer.
              MOVE "W" TO Err-Severity.
              MOVE RIO-SHORTFALL-RECORD TO Err-Input.
              PERFORM Write-Error-Log.
       045-Check-Heel-End.
              EXIT.

       COPY SEALPD.
       COPY RUNHISTPD.
       COPY TANKMSTPD.
       COPY ERRLOGPD.
       COPY REPORTPD.
       END PROGRAM RioSchedule.
