      *> Claim, release and table helpers for the resource enqueue.
       Acquire-Resource.
              MOVE 0 TO Enq-Waited.
              ACCEPT Enq-Stamp-T FROM TIME.
              MOVE Enq-Stamp-T(1:6) TO Enq-Start-T.
       Acquire-Resource-Try.
              PERFORM Load-Resource-Enqueue
                     THRU Load-Resource-Enqueue-End.
              MOVE 0 TO Enq-Found Enq-Own.
              PERFORM VARYING Enq-Idx FROM 1 BY 1
              UNTIL Enq-Idx > Enq-Count
                     IF eq-resource(Enq-Idx) = Enq-Resource THEN
      *> ジョブの再実行は異常終了した前回の自分の分を引き継ぐ
                            IF eq-program(Enq-Idx) = Enq-Program
                            AND eq-holder(Enq-Idx) = "BATCH"
                            AND Enq-Holder = "BATCH" THEN
                                   MOVE Enq-Idx TO Enq-Own
                            ELSE
                                   IF (eq-mode(Enq-Idx) = "EXCL"
                                   OR Enq-Mode = "EXCL")
                                   AND Enq-Found = 0 THEN
                                          MOVE Enq-Idx TO Enq-Found
                                   END-IF
                            END-IF
                     END-IF
              END-PERFORM.
              IF Enq-Found = 0 THEN
                     GO TO Acquire-Resource-Grant
              END-IF.
              IF Enq-Waited = 0 THEN
                     DISPLAY "WAITING FOR " TRIM(Enq-Resource)
                            ", HELD " TRIM(eq-mode(Enq-Found))
                            " BY " TRIM(eq-program(Enq-Found))
                            " (" TRIM(eq-holder(Enq-Found)) ")"
                            " SINCE " eq-date(Enq-Found) " "
                            eq-time(Enq-Found)
              END-IF.
              IF Enq-Waited >= Enq-Wait-Max THEN
                     GO TO Acquire-Resource-Refuse
              END-IF.
              CALL "C$SLEEP" USING Enq-Poll-Secs.
              ADD Enq-Poll-Secs TO Enq-Waited.
              GO TO Acquire-Resource-Try.
       Acquire-Resource-Refuse.
              MOVE Enq-Waited TO Enq-Waited-Z.
              DISPLAY "ENQ-001 ERROR: " TRIM(Enq-Resource)
                     " IS HELD " TRIM(eq-mode(Enq-Found))
                     " BY " TRIM(eq-program(Enq-Found))
                     " OPERATOR " TRIM(eq-holder(Enq-Found))
                     " SINCE " eq-date(Enq-Found) " "
                     eq-time(Enq-Found).
              DISPLAY "ENQ-001 " TRIM(Enq-Program) " REFUSED AFTER "
                     TRIM(Enq-Waited-Z) " SECOND(S); IF THE HOLDER"
                     " HAS ENDED, RELEASE IT ON LOCKDESK".
              MOVE 1 TO Enq-Cond.
              PERFORM Write-Lock-Wait-Metric.
              PERFORM Release-All-Resources.
              MOVE 1 TO RETURN-CODE.
              STOP RUN.
       Acquire-Resource-Grant.
              IF Enq-Own > 0 THEN
                     DISPLAY "WARNING: " TRIM(Enq-Resource)
                            " CLAIM LEFT BY AN EARLIER "
                            TRIM(Enq-Program) " RUN TAKEN OVER"
              ELSE
                     IF Enq-Count >= 200 THEN
                            DISPLAY "ERROR: RESOURCE-ENQUEUE EXCEEDS"
                                   " 200 CLAIMS"
                            PERFORM Release-All-Resources
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                     END-IF
                     ADD 1 TO Enq-Count
                     MOVE Enq-Count TO Enq-Own
              END-IF.
              ACCEPT Enq-Stamp-D FROM DATE YYYYMMDD.
              ACCEPT Enq-Stamp-T FROM TIME.
              MOVE Enq-Resource TO eq-resource(Enq-Own).
              MOVE Enq-Mode TO eq-mode(Enq-Own).
              MOVE Enq-Program TO eq-program(Enq-Own).
              MOVE Enq-Holder TO eq-holder(Enq-Own).
              MOVE Enq-Stamp-D TO eq-date(Enq-Own).
              MOVE Enq-Stamp-T(1:6) TO eq-time(Enq-Own).
              PERFORM Save-Resource-Enqueue.
              IF Enq-Waited > 0 THEN
                     MOVE 0 TO Enq-Cond
                     PERFORM Write-Lock-Wait-Metric
              END-IF.
       Acquire-Resource-End.
              EXIT.

      *> 自分 (プログラムと保持者) の分だけ外す
       Release-Resource.
              PERFORM Load-Resource-Enqueue
                     THRU Load-Resource-Enqueue-End.
              PERFORM VARYING Enq-Idx FROM 1 BY 1
              UNTIL Enq-Idx > Enq-Count
                     IF eq-resource(Enq-Idx) = Enq-Resource
                     AND eq-program(Enq-Idx) = Enq-Program
                     AND eq-holder(Enq-Idx) = Enq-Holder THEN
                            MOVE SPACE TO eq-resource(Enq-Idx)
                     END-IF
              END-PERFORM.
              PERFORM Save-Resource-Enqueue.

      *> 異常終了の前に、自分 (プログラムと保持者) の占有を資源に
      *> よらずすべて外す。何も持っていなければ書き直さない
       Release-All-Resources.
              PERFORM Load-Resource-Enqueue
                     THRU Load-Resource-Enqueue-End.
              MOVE 0 TO Enq-Released.
              PERFORM VARYING Enq-Idx FROM 1 BY 1
              UNTIL Enq-Idx > Enq-Count
                     IF eq-resource(Enq-Idx) NOT = SPACE
                     AND eq-program(Enq-Idx) = Enq-Program
                     AND eq-holder(Enq-Idx) = Enq-Holder THEN
                            MOVE SPACE TO eq-resource(Enq-Idx)
                            ADD 1 TO Enq-Released
                     END-IF
              END-PERFORM.
              IF Enq-Released > 0 THEN
                     PERFORM Save-Resource-Enqueue
              END-IF.

       Load-Resource-Enqueue.
              MOVE 0 TO Enq-Count.
              OPEN INPUT RESOURCE-ENQUEUE.
              IF Enqueue-Status NOT = "00" THEN
                     IF Enqueue-Status = "05" THEN
                            CLOSE RESOURCE-ENQUEUE
                     END-IF
                     GO TO Load-Resource-Enqueue-End
              END-IF.
       Load-Resource-Enqueue-Read.
              READ RESOURCE-ENQUEUE
                     AT END
                         CLOSE RESOURCE-ENQUEUE
                         GO TO Load-Resource-Enqueue-End
              END-READ.
              IF RQ-RESOURCE = SPACE OR Enq-Count >= 200 THEN
                     GO TO Load-Resource-Enqueue-Read
              END-IF.
              ADD 1 TO Enq-Count.
              MOVE RQ-RESOURCE TO eq-resource(Enq-Count).
              MOVE RQ-MODE TO eq-mode(Enq-Count).
              MOVE RQ-PROGRAM TO eq-program(Enq-Count).
              MOVE RQ-HOLDER TO eq-holder(Enq-Count).
              MOVE RQ-DATE TO eq-date(Enq-Count).
              MOVE RQ-TIME TO eq-time(Enq-Count).
              GO TO Load-Resource-Enqueue-Read.
       Load-Resource-Enqueue-End.
              EXIT.

      *> 外した (資源名が空白の) 行は書かない
       Save-Resource-Enqueue.
              OPEN OUTPUT RESOURCE-ENQUEUE.
              PERFORM VARYING Enq-Idx FROM 1 BY 1
              UNTIL Enq-Idx > Enq-Count
                     IF eq-resource(Enq-Idx) NOT = SPACE THEN
                            MOVE SPACE TO RESOURCE-ENQUEUE-RECORD
                            MOVE eq-resource(Enq-Idx) TO RQ-RESOURCE
                            MOVE eq-mode(Enq-Idx) TO RQ-MODE
                            MOVE eq-program(Enq-Idx) TO RQ-PROGRAM
                            MOVE eq-holder(Enq-Idx) TO RQ-HOLDER
                            MOVE eq-date(Enq-Idx) TO RQ-DATE
                            MOVE eq-time(Enq-Idx) TO RQ-TIME
                            WRITE RESOURCE-ENQUEUE-RECORD
                     END-IF
              END-PERFORM.
              CLOSE RESOURCE-ENQUEUE.

      *> 待ち時間を STEP-METRICS へ "L-" + プログラム名の先頭10字
      *> の名前で残す (工程名は12字)
       Write-Lock-Wait-Metric.
              ACCEPT Enq-Stamp-D FROM DATE YYYYMMDD.
              ACCEPT Enq-Stamp-T FROM TIME.
              OPEN EXTEND ENQ-METRICS.
              IF Enq-Metrics-Status = "00"
              OR Enq-Metrics-Status = "05" THEN
                     MOVE SPACE TO ENQ-METRICS-RECORD
                     MOVE Enq-Stamp-D TO EM-DATE
                     STRING "L-" DELIMITED BY SIZE
                            Enq-Program(1:10) DELIMITED BY SPACE
                            INTO EM-STEP
                     END-STRING
                     MOVE Enq-Start-T TO EM-START
                     MOVE Enq-Stamp-T(1:6) TO EM-END
                     MOVE Enq-Waited TO EM-ELAPSED
                     MOVE 0 TO EM-RECS
                     MOVE Enq-Cond TO EM-COND
                     WRITE ENQ-METRICS-RECORD
                     CLOSE ENQ-METRICS
              ELSE
                     DISPLAY "WARNING: STEP-METRICS NOT UPDATED,"
                            " STATUS " Enq-Metrics-Status
              END-IF.
