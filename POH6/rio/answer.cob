       COPY ROLESSL.
       COPY ALERTQSL.
       COPY SEALSL.
       COPY TANKMSTSL.
       COPY RIOGENSL.
       COPY ENQSL.
       DATA DIVISION.
       FILE SECTION.
       FD  TANK-STATE.
      *> 種別4/5 (実地棚卸による W/C の絶対値セット) だけが使う。
      *> 旧レコードでは空白のままで、種別1-3の適用では参照しない。
                     05 RJ-AMT  PIC 9(4)V9(2).
                     05 FILLER  PIC X.
                     05 RJ-PO   PIC X(6).
                     05 FILLER  PIC X.
      *> 種別3 (ブレンド) に振ったロット番号。旧レコードでは空白
                     05 RJ-LOT  PIC X(6).
       FD  QC-TICKETS.
              01 QC-TICKETS-RECORD.
                     05 QT-NO     PIC 9(6).
                     05 QT-STATUS PIC X(4).
                     05 FILLER    PIC X.
                     05 QT-VALUE  PIC 9(3)V9(2).
                     05 FILLER    PIC X.
                     05 QT-LOT    PIC 9(6).
       FD  QC-CONTROL.
              01 QC-CONTROL-RECORD.
                     05 QC-NEXT-NO PIC 9(6).
                     05 FILLER PIC X.
                     05 QC-NEXT-LOT PIC 9(6).
       COPY RUNHISTFD.
       COPY ERRLOGFD.
       COPY CONFIGFD.
       COPY ROLESFD.
       COPY ALERTQFD.
       COPY SEALFD.
       COPY TANKMSTFD.
       COPY RIOGENFD.
       COPY ENQFD.
       WORKING-STORAGE SECTION.
       COPY RUNHISTWS.
       COPY ERRLOGWS.
       COPY ROLESWS.
       COPY ALERTQWS.
       COPY SEALWS.
       COPY TANKMSTWS.
       COPY ENQWS.
              01 Tank-State-Status PIC XX.
              01 Journal-Status PIC XX.
              01 Qc-Tickets-Status PIC XX.
              01 Qc-Control-Status PIC XX.
              01 Genealogy-Status PIC XX.
              01 Qc-Values.
                     05 Sample-Every PIC 9(3) VALUE 0.
                     05 Blend-Count  PIC 9(4) VALUE 0.
                     05 Next-Qc-No   PIC 9(6) VALUE 100001.
                     05 Qc-No-Z      PIC Z(5)9.
                     05 Qc-Issued    PIC X.
                     05 Qc-Last-No   PIC 9(6).
      *> ブレンドのロット番号と、次のブレンドへ入るのを待っている
      *> ジャーナルイベント (タンクごと、前回ブレンド以降の分)
              01 Genealogy-Values.
                     05 Next-Lot  PIC 9(6) VALUE 1.
                     05 Cur-Lot   PIC 9(6).
                     05 Lot-Z     PIC Z(5)9.
                     05 GP-Count  PIC 9(3) VALUE 0.
                     05 GP-Idx    PIC 9(3).
                     05 GP-Jdx    PIC 9(3).
                     05 GP-Table OCCURS 500 TIMES.
                            10 gp-tank PIC 9(2).
                            10 gp-run  PIC X(14).
                            10 gp-date PIC 9(8).
                            10 gp-t    PIC 9(2).
                            10 gp-s    PIC 9(3).
                            10 gp-po   PIC X(6).
                     05 gp-new-tank PIC 9(2).
                     05 gp-new-run  PIC X(14).
                     05 gp-new-date PIC 9(8).
                     05 gp-new-t    PIC 9(2).
                     05 gp-new-s    PIC 9(3).
                     05 gp-new-po   PIC X(6).
                     05 GL-Last-Lot PIC 9(6) OCCURS 99 TIMES.
              01 Journal-Values.
                     05 Run-Id       PIC X(14).
                     05 Run-Stamp-D  PIC 9(8).
                            10 tk-w    PIC 9(4)V9(20).
                            10 tk-c    PIC 9(4)V9(20).
                            10 tk-hold PIC X.
              01 Limit-Values.
                     05 lim-refused PIC X.
                     05 lim-prev    PIC 99.
                     05 lim-total   PIC 9(5)V9(20).
                     05 lim-dsp     PIC Z(4)9.99.
                     05 lim-cap-dsp PIC Z(3)9.99.
              01 Precision-Values.
                     05 decimals      PIC 99 VALUE 2.
                     05 int-part-num  PIC 9(4).
       MainRoutine SECTION.
       000-Main.
              MOVE "RIO" TO Run-Hist-Program Config-Program.
              MOVE "RIO" TO Err-Program.
              MOVE "RIO" TO Alert-Program.
              PERFORM 006-Stamp-Run-Id.
              PERFORM Load-Config-Master THRU Load-Config-Master-End.
              PERFORM 022-Claim-Tank-State.
              PERFORM 001-Load-Tank-State
                     THRU 001-Load-Tank-State-End.
              PERFORM 008-Load-Sampling-Setup.
              END-PERFORM.

              PERFORM 003-Save-Tank-State.
              PERFORM Release-Resource.
              MOVE n TO Run-Hist-Read.
              MOVE Tank-Count TO Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.
       ENTRY "AnswerPrecise".
              MOVE "RIO" TO Run-Hist-Program Config-Program.
              MOVE "RIO" TO Err-Program.
              PERFORM 006-Stamp-Run-Id.
              PERFORM Load-Config-Master THRU Load-Config-Master-End.
              PERFORM 022-Claim-Tank-State.
              PERFORM 001-Load-Tank-State
                     THRU 001-Load-Tank-State-End.
              PERFORM 008-Load-Sampling-Setup.
              END-PERFORM.

              PERFORM 003-Save-Tank-State.
              PERFORM Release-Resource.
              MOVE n TO Run-Hist-Read.
              MOVE Tank-Count TO Run-Hist-Total.
              PERFORM Write-Run-History.
              MOVE "SUPERVISOR" TO Role-Required.
              PERFORM Check-Operator-Role
                     THRU Check-Operator-Role-End.
              MOVE "RIO" TO Enq-Program.
              MOVE Operator-Id TO Enq-Holder.
              MOVE "TANK-STATE" TO Enq-Resource.
              MOVE "EXCL" TO Enq-Mode.
              PERFORM Acquire-Resource THRU Acquire-Resource-End.
              PERFORM 001-Load-Tank-State
                     THRU 001-Load-Tank-State-End.

                            TO Err-Text
                     MOVE maint-line TO Err-Input
                     PERFORM Write-Error-Log
                     PERFORM Release-All-Resources
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.

       020-Maint-Save.
              PERFORM 003-Save-Tank-State.
              PERFORM Release-Resource.
              DISPLAY "SAVED".
              STOP RUN.

                     DISPLAY "SEL-001 ERROR: TANK-STATE DOES NOT"
                            " MATCH ITS INTEGRITY SEAL, RUN THE"
                            " RECOVERY PATH (replay)"
                     PERFORM Release-All-Resources
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
                            TO Err-Text
                     MOVE Tank-Key TO Err-Input
                     PERFORM Write-Error-Log
                     PERFORM Release-All-Resources
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              EXIT.

       002-Accumulate-Events.
              PERFORM Load-Tank-Master THRU Load-Tank-Master-End.
              PERFORM 015-Scan-Journal-Lots
                     THRU 015-Scan-Journal-Lots-End.
              OPEN EXTEND RIO-JOURNAL.
              PERFORM WITH TEST AFTER VARYING i FROM 1 BY 1 UNTIL i = n
                     ACCEPT tas
                     MOVE NUMVAL(k) TO Tank-Key
                     MOVE Tank-Count TO lim-prev
                     PERFORM 005-Find-Tank THRU 005-Find-Tank-End
      *> QC保留中のタンクへのイベントは受け付けない
                     IF tk-hold(Tank-Idx) = "H" THEN
                            MOVE 2 TO RETURN-CODE
                            EXIT PERFORM CYCLE
                     END-IF
      *> タンクマスタの容量と受入れ品目に反するイベントも受け付けない
                     PERFORM 013-Check-Tank-Limits
                            THRU 013-Check-Tank-Limits-End
                     IF lim-refused = "Y" THEN
                            MOVE 2 TO RETURN-CODE
                            EXIT PERFORM CYCLE
                     END-IF
                     IF NUMVAL(t) = 3 THEN
                            PERFORM 016-Assign-Lot
                     END-IF
                     PERFORM 007-Write-Journal-Record
                     IF NUMVAL(t) = 1 THEN
                            ADD NUMVAL(s) TO tk-w(Tank-Idx)
                     IF NUMVAL(t) = 2 THEN *> 流石にELSEネストはキツイ
                            ADD NUMVAL(s) TO tk-c(Tank-Idx)
                     END-IF
                     IF NUMVAL(t) = 1 OR NUMVAL(t) = 2 THEN
                            MOVE tk-id(Tank-Idx) TO gp-new-tank
                            MOVE Run-Id TO gp-new-run
                            MOVE Run-Stamp-D TO gp-new-date
                            MOVE NUMVAL(t) TO gp-new-t
                            MOVE NUMVAL(s) TO gp-new-s
                            MOVE SPACE TO gp-new-po
                            PERFORM 018-Add-Pending-Event
                     END-IF
                     IF NUMVAL(t) = 3 THEN
                        ADD 1 TO Blend-Count
                        MOVE "N" TO Qc-Issued
                        IF Sample-Every > 0
                        AND MOD(Blend-Count, Sample-Every) = 0 THEN
                               PERFORM 009-Issue-Qc-Ticket
                        END-IF
                        PERFORM 017-Write-Lot-Genealogy
                        MOVE tk-w(Tank-Idx) TO wc
                        ADD tk-c(Tank-Idx) TO wc

              END-PERFORM.
              CLOSE RIO-JOURNAL.

      *> イベント1件をタンクマスタと突き合わせる。マスタがなければ
      *> 従来どおり制限なし。種別1は水、種別2は薬剤を受け入れる
      *> タンクだけ (MIXED は両方)、種別3は割合を保った追加なので
      *> 品目を問わない。どの種別も総量が s 増えるので、容量を
      *> 超えるものは拒否する (払い出しはスケジューラ側でヒール
      *> を確かめる)。拒否は lim-refused = "Y"
       013-Check-Tank-Limits.
              MOVE "N" TO lim-refused.
              IF TM-Count = 0 THEN
                     GO TO 013-Check-Tank-Limits-End
              END-IF.
              MOVE tk-id(Tank-Idx) TO Tank-Id-Z TM-Key.
              PERFORM Find-Tank-Master.
              IF TM-Found = 0 THEN
                     DISPLAY "RIO-007 ERROR: TANK " TRIM(Tank-Id-Z)
                            " IS NOT ON TANK-MASTER, EVENT REFUSED"
                     MOVE "RIO-007" TO Err-Code
                     MOVE "TANK NOT ON TANK-MASTER, EVENT REFUSED"
                            TO Err-Text
                     GO TO 014-Refuse-Event
              END-IF.
              IF (NUMVAL(t) = 1
                  AND TRIM(tm-product(TM-Found)) = "CHEMICAL")
              OR (NUMVAL(t) = 2
                  AND TRIM(tm-product(TM-Found)) = "WATER") THEN
                     DISPLAY "RIO-008 ERROR: TANK " TRIM(Tank-Id-Z)
                            " TAKES " TRIM(tm-product(TM-Found))
                            " ONLY, EVENT REFUSED"
                     MOVE "RIO-008" TO Err-Code
                     MOVE "PRODUCT NOT ALLOWED IN TANK, EVENT REFUSED"
                            TO Err-Text
                     GO TO 014-Refuse-Event
              END-IF.
              COMPUTE lim-total = tk-w(Tank-Idx) + tk-c(Tank-Idx)
                     + NUMVAL(s).
              IF lim-total > tm-capacity(TM-Found) THEN
                     MOVE lim-total TO lim-dsp
                     MOVE tm-capacity(TM-Found) TO lim-cap-dsp
                     DISPLAY "RIO-009 ERROR: TANK " TRIM(Tank-Id-Z)
                            " WOULD HOLD " TRIM(lim-dsp)
                            " OVER CAPACITY " TRIM(lim-cap-dsp)
                            ", EVENT REFUSED"
                     MOVE "RIO-009" TO Err-Code
                     MOVE "EVENT WOULD OVERFILL TANK, REFUSED"
                            TO Err-Text
                     GO TO 014-Refuse-Event
              END-IF.
              GO TO 013-Check-Tank-Limits-End.
       014-Refuse-Event.
              MOVE "E" TO Err-Severity.
              MOVE tas TO Err-Input.
              PERFORM Write-Error-Log.
              MOVE "Y" TO lim-refused.
      *> 拒否したイベントで新しく登録された空タンクは残さない
              IF Tank-Count > lim-prev THEN
                     MOVE lim-prev TO Tank-Count
              END-IF.
       013-Check-Tank-Limits-End.
              EXIT.

      *> 受理イベントをジャーナルへ追記する (監査と再構築のため)
       007-Write-Journal-Record.
              MOVE SPACE TO RIO-JOURNAL-RECORD.
              MOVE NUMVAL(k) TO RJ-K.
              MOVE NUMVAL(t) TO RJ-T.
              MOVE NUMVAL(s) TO RJ-S.
              IF NUMVAL(t) = 3 THEN
                     MOVE Cur-Lot TO RJ-LOT
              END-IF.
              WRITE RIO-JOURNAL-RECORD.

      *> 抜取り設定: RIO-SAMPLE-EVERY (0 = 抜取りなし) と規格値、
                     END-READ
                     IF Qc-Control-Status = "00" THEN
                            MOVE QC-NEXT-NO TO Next-Qc-No
                            IF QC-NEXT-LOT IS NUMERIC
                            AND QC-NEXT-LOT > 0 THEN
                                   MOVE QC-NEXT-LOT TO Next-Lot
                            END-IF
                     END-IF
                     CLOSE QC-CONTROL
              ELSE
              MOVE max-spec TO QT-MAX.
              MOVE "OPEN" TO QT-STATUS.
              MOVE 0 TO QT-VALUE.
              MOVE Cur-Lot TO QT-LOT.
              WRITE QC-TICKETS-RECORD.
              CLOSE QC-TICKETS.
              MOVE Next-Qc-No TO Qc-No-Z.
              DISPLAY "QC SAMPLE TICKET " TRIM(Qc-No-Z)
                     " ISSUED FOR TANK " TRIM(Tank-Id-Z).
              MOVE "Y" TO Qc-Issued.
              MOVE Next-Qc-No TO Qc-Last-No.
              ADD 1 TO Next-Qc-No.
              PERFORM 021-Save-Qc-Control.

      *> QC票とロットの次番号は同じ管理レコードに持つ
       021-Save-Qc-Control.
              OPEN OUTPUT QC-CONTROL.
              MOVE SPACE TO QC-CONTROL-RECORD.
              MOVE Next-Qc-No TO QC-NEXT-NO.
              MOVE Next-Lot TO QC-NEXT-LOT.
              WRITE QC-CONTROL-RECORD.
              CLOSE QC-CONTROL.

      *> これまでのジャーナルを読み、タンクごとの最後のロットと、
      *> その後に入ってまだブレンドされていないイベントを集める。
      *> ロット番号のない古いブレンドも区切りとして扱う
       015-Scan-Journal-Lots.
              MOVE 0 TO GP-Count.
              PERFORM VARYING GP-Idx FROM 1 BY 1 UNTIL GP-Idx > 99
                     MOVE 0 TO GL-Last-Lot(GP-Idx)
              END-PERFORM.
              OPEN INPUT RIO-JOURNAL.
              IF Journal-Status NOT = "00" THEN
                     IF Journal-Status = "05" THEN
                            CLOSE RIO-JOURNAL
                     END-IF
                     GO TO 015-Scan-Journal-Lots-End
              END-IF.
       015-Read-Journal.
              READ RIO-JOURNAL
                     AT END
                         CLOSE RIO-JOURNAL
                         GO TO 015-Scan-Journal-Lots-End
              END-READ.
              IF RJ-K IS NOT NUMERIC OR RJ-K = 0
              OR RJ-T IS NOT NUMERIC THEN
                     GO TO 015-Read-Journal
              END-IF.
              EVALUATE RJ-T
                  WHEN 3
                      MOVE RJ-K TO gp-new-tank
                      PERFORM 019-Clear-Pending-Events
                      IF RJ-LOT IS NUMERIC THEN
                             MOVE RJ-LOT TO GL-Last-Lot(RJ-K)
                      END-IF
                  WHEN 1 WHEN 2 WHEN 4 WHEN 5
                      MOVE RJ-K TO gp-new-tank
                      MOVE RJ-RUN TO gp-new-run
                      MOVE RJ-DATE TO gp-new-date
                      MOVE RJ-T TO gp-new-t
                      MOVE RJ-S TO gp-new-s
                      MOVE RJ-PO TO gp-new-po
                      PERFORM 018-Add-Pending-Event
              END-EVALUATE.
              GO TO 015-Read-Journal.
       015-Scan-Journal-Lots-End.
              EXIT.

      *> ブレンドに次のロット番号を振り、管理レコードを進める
       016-Assign-Lot.
              MOVE Next-Lot TO Cur-Lot.
              ADD 1 TO Next-Lot.
              PERFORM 021-Save-Qc-Control.

      *> ロットの系譜: ロット本体、同じタンクの前ロット、前ロット
      *> 以降にタンクへ入ったイベント、抜き取ったQC票
       017-Write-Lot-Genealogy.
              OPEN EXTEND RIO-GENEALOGY.
              MOVE SPACE TO RIO-GENEALOGY-RECORD.
              MOVE Cur-Lot TO GN-LOT.
              MOVE "LOT" TO GN-KIND.
              MOVE tk-id(Tank-Idx) TO GN-TANK.
              MOVE Run-Id TO GN-RUN.
              MOVE Run-Stamp-D TO GN-DATE.
              MOVE 3 TO GN-T.
              MOVE NUMVAL(s) TO GN-S.
              MOVE 0 TO GN-REF.
              WRITE RIO-GENEALOGY-RECORD.
              IF GL-Last-Lot(tk-id(Tank-Idx)) > 0 THEN
                     MOVE "PARENT" TO GN-KIND
                     MOVE 0 TO GN-T GN-S
                     MOVE GL-Last-Lot(tk-id(Tank-Idx)) TO GN-REF
                     WRITE RIO-GENEALOGY-RECORD
              END-IF.
              PERFORM VARYING GP-Idx FROM 1 BY 1
              UNTIL GP-Idx > GP-Count
                     IF gp-tank(GP-Idx) = tk-id(Tank-Idx) THEN
                            MOVE SPACE TO RIO-GENEALOGY-RECORD
                            MOVE Cur-Lot TO GN-LOT
                            MOVE "EVENT" TO GN-KIND
                            MOVE gp-tank(GP-Idx) TO GN-TANK
                            MOVE gp-run(GP-Idx) TO GN-RUN
                            MOVE gp-date(GP-Idx) TO GN-DATE
                            MOVE gp-t(GP-Idx) TO GN-T
                            MOVE gp-s(GP-Idx) TO GN-S
                            MOVE gp-po(GP-Idx) TO GN-PO
                            MOVE 0 TO GN-REF
                            WRITE RIO-GENEALOGY-RECORD
                     END-IF
              END-PERFORM.
              IF Qc-Issued = "Y" THEN
                     MOVE SPACE TO RIO-GENEALOGY-RECORD
                     MOVE Cur-Lot TO GN-LOT
                     MOVE "QC" TO GN-KIND
                     MOVE tk-id(Tank-Idx) TO GN-TANK
                     MOVE Run-Id TO GN-RUN
                     MOVE Run-Stamp-D TO GN-DATE
                     MOVE 0 TO GN-T GN-S
                     MOVE Qc-Last-No TO GN-REF
                     WRITE RIO-GENEALOGY-RECORD
              END-IF.
              CLOSE RIO-GENEALOGY.
              MOVE tk-id(Tank-Idx) TO gp-new-tank.
              PERFORM 019-Clear-Pending-Events.
              MOVE Cur-Lot TO GL-Last-Lot(tk-id(Tank-Idx)).
              MOVE Cur-Lot TO Lot-Z.
              MOVE tk-id(Tank-Idx) TO Tank-Id-Z.
              DISPLAY "BLEND LOT " TRIM(Lot-Z)
                     " IN TANK " TRIM(Tank-Id-Z).

       018-Add-Pending-Event.
              IF GP-Count >= 500 THEN
                     MOVE gp-new-tank TO Tank-Id-Z
                     DISPLAY "RIO-012 WARNING: GENEALOGY TABLE FULL,"
                            " EVENT FOR TANK " TRIM(Tank-Id-Z)
                            " NOT LINKED TO A LOT"
                     MOVE "RIO-012" TO Err-Code
                     MOVE "W" TO Err-Severity
                     MOVE "GENEALOGY TABLE FULL, EVENT NOT LINKED"
                            TO Err-Text
                     MOVE gp-new-run TO Err-Input
                     PERFORM Write-Error-Log
                     MOVE 2 TO RETURN-CODE
              ELSE
                     ADD 1 TO GP-Count
                     MOVE gp-new-tank TO gp-tank(GP-Count)
                     MOVE gp-new-run TO gp-run(GP-Count)
                     MOVE gp-new-date TO gp-date(GP-Count)
                     MOVE gp-new-t TO gp-t(GP-Count)
                     MOVE gp-new-s TO gp-s(GP-Count)
                     MOVE gp-new-po TO gp-po(GP-Count)
              END-IF.

      *> ブレンド済みのタンクの待ちイベントを表から詰めて外す
       019-Clear-Pending-Events.
              MOVE 0 TO GP-Jdx.
              PERFORM VARYING GP-Idx FROM 1 BY 1
              UNTIL GP-Idx > GP-Count
                     IF gp-tank(GP-Idx) NOT = gp-new-tank THEN
                            ADD 1 TO GP-Jdx
                            MOVE GP-Table(GP-Idx) TO GP-Table(GP-Jdx)
                     END-IF
              END-PERFORM.
              MOVE GP-Jdx TO GP-Count.

      *> ブレンドの間は TANK-STATE と QC票を占有する (RioDip / RioQc
      *> の入力は終わるまで待つ)
       022-Claim-Tank-State.
              MOVE "ENQUEUE-BATCH-WAIT-SECONDS" TO Config-Param-Name.
              MOVE "1800" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO Enq-Wait-Max
              END-IF.
              MOVE "RIO" TO Enq-Program.
              MOVE "BATCH" TO Enq-Holder.
              MOVE "TANK-STATE" TO Enq-Resource.
              MOVE "EXCL" TO Enq-Mode.
              PERFORM Acquire-Resource THRU Acquire-Resource-End.

       006-Stamp-Run-Id.
              ACCEPT Run-Stamp-D FROM DATE YYYYMMDD.
              ACCEPT Run-Stamp-T FROM TIME.
       COPY ROLESPD.
       COPY SIGNONPD.
       COPY ALERTQPD.
       COPY TANKMSTPD REPLACING ==STOP RUN==
                     BY ==PERFORM Release-All-Resources STOP RUN==.
       COPY ENQPD.
       END PROGRAM Answer.
