       *> RIO-JOURNAL へ追記する。replay.cob はこのイベントを適用する
       *> ので、再構築しても補正後の状態が再現される。CONFIRM なしで
       *> 終われば何も変更しない。
       *> 前回の検尺以降に発注入荷 (Purchasing が発注番号付きで書く
       *> 種別1/2) があれば、差異を納入不足と工程ロスに分けて出す。
       *> 納入不足はタンク側の計量値が入荷量に届かなかった分。
       *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RioDip.
                     FILE STATUS IS Journal-Status.
       COPY SIGNONSL.
       COPY SEALSL.
       COPY ENQSL.
       DATA DIVISION.
       FILE SECTION.
       FD  TANK-STATE.
                     05 FILLER  PIC X.
                     05 RJ-S    PIC 9(3).
                     05 FILLER  PIC X.
      *> 種別4/5 は補正後の値、発注入荷の種別1/2 は計量した受入量
                     05 RJ-AMT  PIC 9(4)V9(2).
                     05 FILLER  PIC X.
                     05 RJ-PO   PIC X(6).
       COPY SIGNONFD.
       COPY SEALFD.
       COPY ENQFD.
       WORKING-STORAGE SECTION.
       COPY SIGNONWS.
       COPY SEALWS.
       COPY ENQWS.
       01 Tank-State-Status PIC XX.
       01 Journal-Status PIC XX.
       01 Run-Id-Values.
                     10 tk-dip-w  PIC 9(4)V9(2).
                     10 tk-dip-c  PIC 9(4)V9(2).
                     10 tk-dipped PIC X.
                     10 tk-dlv-w  PIC 9(5)V9(2).
                     10 tk-shr-w  PIC S9(5)V9(2).
                     10 tk-dlv-c  PIC 9(5)V9(2).
                     10 tk-shr-c  PIC S9(5)V9(2).
       01 Dip-Values.
              05 dip-line    PIC X(40).
              05 dip-k-tok   PIC X(8).
              05 Confirmed   PIC X VALUE "N".
              05 Adj-Type    PIC 9(2).
              05 Adj-Amt     PIC 9(4)V9(2).
              05 dip-proc    PIC S9(5)V9(2).
              05 dip-dlv-dsp PIC Z(4)9.99.
              05 dip-shr-dsp PIC -(5)9.99.
              05 dip-prc-dsp PIC -(5)9.99.
       PROCEDURE DIVISION.
       MainRoutine SECTION.
       000-Main.
              MOVE "RIODIP" TO Audit-Program.
              PERFORM Operator-Sign-On.
      *> ブレンドと同時に TANK-STATE を書き換えないよう占有する
              MOVE "RIODIP" TO Enq-Program.
              MOVE Operator-Id TO Enq-Holder.
              MOVE "TANK-STATE" TO Enq-Resource.
              MOVE "EXCL" TO Enq-Mode.
              PERFORM Acquire-Resource THRU Acquire-Resource-End.
              PERFORM 005-Stamp-Run-Id.
              PERFORM 010-Load-Tank-State
                     THRU 010-Load-Tank-State-End.
              IF Tank-Count = 0 THEN
                     DISPLAY "ERROR: TANK-STATE IS EMPTY OR ABSENT"
                     PERFORM Release-Resource
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              VARYING Tank-Idx FROM 1 BY 1
              UNTIL Tank-Idx >= Tank-Count
                     MOVE "N" TO tk-dipped(Tank-Idx)
                     MOVE 0 TO tk-dlv-w(Tank-Idx) tk-shr-w(Tank-Idx)
                            tk-dlv-c(Tank-Idx) tk-shr-c(Tank-Idx)
              END-PERFORM.
              PERFORM 015-Scan-Deliveries
                     THRU 015-Scan-Deliveries-End.
              DISPLAY "TANK DIP VARIANCE REPORT".
       020-Read-Dip.
              MOVE SPACE TO dip-line.
                     " C " TRIM(dip-thc-dsp)
                     " MEASURED " TRIM(dip-c-dsp)
                     " VARIANCE " TRIM(dip-vc-dsp).
      *> 差異 = 工程分 - 納入不足。入荷のなかった成分は全部が工程分
              IF tk-dlv-w(Tank-Found) > 0 THEN
                     COMPUTE dip-proc = dip-var-w + tk-shr-w(Tank-Found)
                     MOVE tk-dlv-w(Tank-Found) TO dip-dlv-dsp
                     MOVE tk-shr-w(Tank-Found) TO dip-shr-dsp
                     MOVE dip-proc TO dip-prc-dsp
                     DISPLAY "  W PO DELIVERIES " TRIM(dip-dlv-dsp)
                            " DELIVERY SHORTFALL " TRIM(dip-shr-dsp)
                            " PROCESS LOSS/GAIN " TRIM(dip-prc-dsp)
              END-IF.
              IF tk-dlv-c(Tank-Found) > 0 THEN
                     COMPUTE dip-proc = dip-var-c + tk-shr-c(Tank-Found)
                     MOVE tk-dlv-c(Tank-Found) TO dip-dlv-dsp
                     MOVE tk-shr-c(Tank-Found) TO dip-shr-dsp
                     MOVE dip-proc TO dip-prc-dsp
                     DISPLAY "  C PO DELIVERIES " TRIM(dip-dlv-dsp)
                            " DELIVERY SHORTFALL " TRIM(dip-shr-dsp)
                            " PROCESS LOSS/GAIN " TRIM(dip-prc-dsp)
              END-IF.
              GO TO 020-Read-Dip.
       040-Dips-Done.
              MOVE dip-count TO dip-cnt-z.
              IF Confirmed = "N" THEN
                     DISPLAY "NO CONFIRM LINE, TANK-STATE NOT"
                            " CHANGED"
                     PERFORM Release-Resource
                     STOP RUN
              END-IF.
              IF dip-count = 0 THEN
                     DISPLAY "NOTHING TO ADJUST"
                     PERFORM Release-Resource
                     STOP RUN
              END-IF.
      *> 補正の適用: ジャーナルへ調整イベントを書いてから状態を更新
              END-PERFORM.
              CLOSE RIO-JOURNAL.
              PERFORM 060-Save-Tank-State.
              PERFORM Release-Resource.
              DISPLAY "TANK-STATE ADJUSTED TO MEASURED LEVELS".
              STOP RUN.

              MOVE Adj-Amt TO RJ-AMT.
              WRITE RIO-JOURNAL-RECORD.

      *> 前回の検尺 (種別4/5) 以降の発注入荷をタンクと成分ごとに
      *> 集計する。計量値のない入荷は不足なしとして数える
       015-Scan-Deliveries.
              OPEN INPUT RIO-JOURNAL.
              IF Journal-Status NOT = "00" THEN
                     IF Journal-Status = "05" THEN
                            CLOSE RIO-JOURNAL
                     END-IF
                     GO TO 015-Scan-Deliveries-End
              END-IF.
       016-Read-Journal.
              READ RIO-JOURNAL
                     AT END
                         CLOSE RIO-JOURNAL
                         GO TO 015-Scan-Deliveries-End
              END-READ.
              MOVE 0 TO Tank-Found.
              PERFORM VARYING Tank-Idx FROM 1 BY 1
              UNTIL Tank-Idx > Tank-Count OR Tank-Found > 0
                     IF tk-id(Tank-Idx) = RJ-K THEN
                            MOVE Tank-Idx TO Tank-Found
                     END-IF
              END-PERFORM.
              IF Tank-Found = 0 THEN
                     GO TO 016-Read-Journal
              END-IF.
              EVALUATE TRUE
                  WHEN RJ-T = 4
                      MOVE 0 TO tk-dlv-w(Tank-Found)
                             tk-shr-w(Tank-Found)
                  WHEN RJ-T = 5
                      MOVE 0 TO tk-dlv-c(Tank-Found)
                             tk-shr-c(Tank-Found)
                  WHEN RJ-PO IS NOT NUMERIC
                      CONTINUE
                  WHEN RJ-T = 1
                      ADD RJ-S TO tk-dlv-w(Tank-Found)
                      IF RJ-AMT IS NUMERIC THEN
                             COMPUTE tk-shr-w(Tank-Found) =
                                    tk-shr-w(Tank-Found)
                                    + RJ-S - RJ-AMT
                      END-IF
                  WHEN RJ-T = 2
                      ADD RJ-S TO tk-dlv-c(Tank-Found)
                      IF RJ-AMT IS NUMERIC THEN
                             COMPUTE tk-shr-c(Tank-Found) =
                                    tk-shr-c(Tank-Found)
                                    + RJ-S - RJ-AMT
                      END-IF
              END-EVALUATE.
              GO TO 016-Read-Journal.
       015-Scan-Deliveries-End.
              EXIT.

       005-Stamp-Run-Id.
              ACCEPT Run-Stamp-D FROM DATE YYYYMMDD.
              ACCEPT Run-Stamp-T FROM TIME.

       COPY SEALPD.
       COPY SIGNONPD.
       COPY ENQPD.
       END PROGRAM RioDip.
