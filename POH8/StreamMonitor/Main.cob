       *> Try POH
       *> author: Leonardone @ NEETSDKASU
       *> ↓ 1行あたりの字数の目安
       *>==============================================================$
       *>
       *> ジョブストリームの監視。JOB-STREAMS の定義
       *>   "stream card-deck trigger [arg]"
       *>   trigger: TIME hhmm / AFTER stream / FILE file-name / MANUAL
       *> に従い、起動条件のそろったストリームを JobControl (カード
       *> デッキ = DD_JOB-CARDS、JOB-STREAM = ストリーム名) で裏で
       *> 流し、状態 (WAITING / RUNNING / COMPLETE / FAILED) を
       *> STREAM-STATUS に持つ。ストリームの終了は起動した殻が
       *> STREAM-DONE へ "stream cond hhmmss yyyymmdd" を足して知らせる。
       *> 他ストリーム待ち (AFTER) の待ち時間は STEP-METRICS へ
       *> "WAIT-stream" の名前で記録する。
       *> コマンド (SYSIN):
       *>   WATCH [cycles [seconds]] : 監視を cycles 回 (既定 1)、
       *>                              seconds 秒 (既定 60) おきに行う
       *>   STATUS                   : 各ストリームの状態を出す
       *>   START stream             : 条件によらず起動する
       *>   RESET stream             : FAILED などを WAITING に戻す
       *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
              FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT JOB-STREAMS
                     ASSIGN TO "JOB-STREAMS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Streams-Status.
              SELECT OPTIONAL STREAM-STATUS
                     ASSIGN TO "STREAM-STATUS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS State-Status.
              SELECT OPTIONAL STREAM-DONE-TAKEN
                     ASSIGN TO "STREAM-DONE-TAKEN"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Done-Status.
              SELECT TRIGGER-FILE
                     ASSIGN TO DYNAMIC Trigger-Path
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Trigger-Status.
              SELECT OPTIONAL STEP-METRICS
                     ASSIGN TO "STEP-METRICS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Metrics-Status.
       COPY ERRLOGSL.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-STREAMS.
              01 JOB-STREAMS-RECORD PIC X(120).
       FD  STREAM-STATUS.
              01 STREAM-STATUS-RECORD.
                     05 SS-NAME       PIC X(12).
                     05 FILLER        PIC X.
                     05 SS-STATUS     PIC X(8).
                     05 FILLER        PIC X.
                     05 SS-START-DATE PIC 9(8).
                     05 FILLER        PIC X.
                     05 SS-START-TIME PIC 9(6).
                     05 FILLER        PIC X.
                     05 SS-END-DATE   PIC 9(8).
                     05 FILLER        PIC X.
                     05 SS-END-TIME   PIC 9(6).
                     05 FILLER        PIC X.
                     05 SS-COND       PIC 999.
                     05 FILLER        PIC X.
                     05 SS-WAIT-DATE  PIC 9(8).
                     05 FILLER        PIC X.
                     05 SS-WAIT-TIME  PIC 9(6).
       FD  STREAM-DONE-TAKEN.
              01 STREAM-DONE-RECORD PIC X(60).
       FD  TRIGGER-FILE.
              01 TRIGGER-RECORD PIC X(80).
       FD  STEP-METRICS.
              01 STEP-METRICS-RECORD.
                     05 SM-DATE    PIC 9(8).
                     05 FILLER     PIC X.
                     05 SM-STEP    PIC X(12).
                     05 FILLER     PIC X.
                     05 SM-START   PIC 9(6).
                     05 FILLER     PIC X.
                     05 SM-END     PIC 9(6).
                     05 FILLER     PIC X.
                     05 SM-ELAPSED PIC 9(6).
                     05 FILLER     PIC X.
                     05 SM-RECS    PIC 9(10).
                     05 FILLER     PIC X.
                     05 SM-COND    PIC 999.
       COPY ERRLOGFD.
       WORKING-STORAGE SECTION.
       01 Streams-Status PIC XX.
       01 State-Status PIC XX.
       01 Done-Status PIC XX.
       01 Trigger-Status PIC XX.
       01 Metrics-Status PIC XX.
       COPY ERRLOGWS.
       01 Command-Values.
              05 Cmd-Line   PIC X(80).
              05 Cmd-Verb   PIC X(10).
              05 Cmd-Arg-1  PIC X(12).
              05 Cmd-Arg-2  PIC X(12).
       01 Stream-Table-Values.
              05 ST-Count PIC 99 VALUE 0.
              05 ST-Idx   PIC 99.
              05 ST-Found PIC 99.
              05 ST-Dep   PIC 99.
              05 ST-Table OCCURS 20 TIMES.
                     10 st-name       PIC X(12).
                     10 st-deck       PIC X(60).
                     10 st-trigger    PIC X(8).
                     10 st-arg        PIC X(30).
                     10 st-status     PIC X(8).
                     10 st-start-date PIC 9(8).
                     10 st-start-time PIC 9(6).
                     10 st-end-date   PIC 9(8).
                     10 st-end-time   PIC 9(6).
                     10 st-cond       PIC 999.
                     10 st-wait-date  PIC 9(8).
                     10 st-wait-time  PIC 9(6).
              05 st-tok-1 PIC X(12).
              05 st-tok-2 PIC X(60).
              05 st-tok-3 PIC X(8).
              05 st-tok-4 PIC X(30).
       01 Watch-Values.
              05 Watch-Cycles  PIC 9(4).
              05 Watch-Cycle   PIC 9(4).
              05 Watch-Secs    PIC 9(4).
              05 Now-Date      PIC 9(8).
              05 Now-Stamp.
                     10 Now-HH PIC 99.
                     10 Now-MM PIC 99.
                     10 Now-SS PIC 99.
                     10 Now-HS PIC 99.
              05 Now-HHMM      PIC 9(4).
              05 Wait-Stamp.
                     10 Wait-HH PIC 99.
                     10 Wait-MM PIC 99.
                     10 Wait-SS PIC 99.
              05 Trigger-Path  PIC X(30).
              05 Fire          PIC X.
              05 Fire-Reason   PIC X(40).
              05 Dep-End-Key   PIC 9(14).
              05 Own-Start-Key PIC 9(14).
              05 Wait-Secs     PIC S9(9).
              05 Exec-Command  PIC X(300).
              05 Done-Tok-1    PIC X(12).
              05 Done-Tok-2    PIC X(12).
              05 Done-Tok-3    PIC X(12).
              05 Done-Tok-4    PIC X(12).
              05 Cond-Z        PIC ZZ9.
              05 Wait-Z        PIC Z(8)9.
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              MOVE "STREAMMON" TO Err-Program.
              PERFORM 010-Load-Streams THRU 012-Streams-Loaded.
              PERFORM 015-Load-State THRU 017-State-Loaded.
       020-Read-Command.
              MOVE SPACE TO Cmd-Line.
              ACCEPT Cmd-Line.
              IF Cmd-Line = SPACE THEN
                     PERFORM 140-Save-State
                     STOP RUN
              END-IF.
              MOVE SPACE TO Cmd-Verb Cmd-Arg-1 Cmd-Arg-2.
              UNSTRING Cmd-Line DELIMITED BY ALL " "
                     INTO Cmd-Verb Cmd-Arg-1 Cmd-Arg-2.
              EVALUATE TRIM(Cmd-Verb)
                  WHEN "WATCH"
                      PERFORM 100-Watch THRU 100-Watch-End
                  WHEN "STATUS"
                      PERFORM 110-Collect-Completions
                             THRU 110-Collect-Completions-End
                      PERFORM 150-Show-Status
                  WHEN "START"
                      PERFORM 200-Start-Command
                             THRU 200-Start-Command-End
                  WHEN "RESET"
                      PERFORM 210-Reset-Command
                             THRU 210-Reset-Command-End
                  WHEN OTHER
                      DISPLAY "ERROR: UNKNOWN COMMAND "
                             TRIM(Cmd-Verb)
                      DISPLAY "COMMANDS: WATCH [cycles [seconds]] /"
                             " STATUS / START stream / RESET stream"
                      MOVE 1 TO RETURN-CODE
              END-EVALUATE.
              GO TO 020-Read-Command.

      *> ストリーム定義の読み込み
       010-Load-Streams.
              OPEN INPUT JOB-STREAMS.
              IF Streams-Status NOT = "00" THEN
                     DISPLAY "JSM-001 ERROR: CANNOT OPEN JOB-STREAMS,"
                            " STATUS " Streams-Status
                     MOVE "JSM-001" TO Err-Code
                     MOVE "E" TO Err-Severity
                     MOVE "JOB STREAM FILE CANNOT BE OPENED"
                            TO Err-Text
                     MOVE Streams-Status TO Err-Input
                     PERFORM Write-Error-Log
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ACCEPT Now-Date FROM DATE YYYYMMDD.
              ACCEPT Now-Stamp FROM TIME.
       011-Read-Stream.
              READ JOB-STREAMS
                     AT END
                         CLOSE JOB-STREAMS
                         GO TO 012-Streams-Loaded
              END-READ.
              IF JOB-STREAMS-RECORD = SPACE
              OR JOB-STREAMS-RECORD(1:1) = "*" THEN
                     GO TO 011-Read-Stream
              END-IF.
              MOVE SPACE TO st-tok-1 st-tok-2 st-tok-3 st-tok-4.
              UNSTRING JOB-STREAMS-RECORD DELIMITED BY ALL " "
                     INTO st-tok-1 st-tok-2 st-tok-3 st-tok-4.
              IF st-tok-3 = SPACE THEN
                     MOVE "MANUAL" TO st-tok-3
              END-IF.
              IF st-tok-2 = SPACE
              OR (st-tok-3 NOT = "TIME" AND NOT = "AFTER"
                  AND NOT = "FILE" AND NOT = "MANUAL")
              OR (st-tok-3 NOT = "MANUAL" AND st-tok-4 = SPACE)
              OR (st-tok-3 = "TIME"
                  AND (TRIM(st-tok-4) IS NOT NUMERIC
                       OR st-tok-4(5:1) NOT = SPACE)) THEN
                     DISPLAY "JSM-002 WARNING: BAD STREAM DEFINITION"
                            " SKIPPED: " TRIM(JOB-STREAMS-RECORD)
                     MOVE "JSM-002" TO Err-Code
                     MOVE "W" TO Err-Severity
                     MOVE "BAD JOB STREAM DEFINITION" TO Err-Text
                     MOVE JOB-STREAMS-RECORD TO Err-Input
                     PERFORM Write-Error-Log
                     GO TO 011-Read-Stream
              END-IF.
              IF ST-Count >= 20 THEN
                     DISPLAY "WARNING: MORE THAN 20 STREAMS, "
                            TRIM(st-tok-1) " IGNORED"
                     GO TO 011-Read-Stream
              END-IF.
              ADD 1 TO ST-Count.
              MOVE st-tok-1 TO st-name(ST-Count).
              MOVE st-tok-2 TO st-deck(ST-Count).
              MOVE st-tok-3 TO st-trigger(ST-Count).
              MOVE st-tok-4 TO st-arg(ST-Count).
              MOVE "WAITING" TO st-status(ST-Count).
              MOVE 0 TO st-start-date(ST-Count) st-start-time(ST-Count).
              MOVE 0 TO st-end-date(ST-Count) st-end-time(ST-Count).
              MOVE 0 TO st-cond(ST-Count).
              MOVE Now-Date TO st-wait-date(ST-Count).
              MOVE Now-Stamp(1:6) TO st-wait-time(ST-Count).
              GO TO 011-Read-Stream.
       012-Streams-Loaded.
              IF ST-Count = 0 THEN
                     DISPLAY "ERROR: NO STREAMS DEFINED IN JOB-STREAMS"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.

      *> 前回までの状態を定義に重ねる (定義にないストリームは捨てる)
       015-Load-State.
              OPEN INPUT STREAM-STATUS.
              IF State-Status NOT = "00" THEN
                     IF State-Status = "05" THEN
                            CLOSE STREAM-STATUS
                     END-IF
                     GO TO 017-State-Loaded
              END-IF.
       016-Read-State.
              READ STREAM-STATUS
                     AT END
                         CLOSE STREAM-STATUS
                         GO TO 017-State-Loaded
              END-READ.
              MOVE SS-NAME TO Cmd-Arg-1.
              PERFORM 160-Find-Stream.
              IF ST-Found > 0 THEN
                     MOVE SS-STATUS TO st-status(ST-Found)
                     MOVE SS-START-DATE TO st-start-date(ST-Found)
                     MOVE SS-START-TIME TO st-start-time(ST-Found)
                     MOVE SS-END-DATE TO st-end-date(ST-Found)
                     MOVE SS-END-TIME TO st-end-time(ST-Found)
                     MOVE SS-COND TO st-cond(ST-Found)
                     MOVE SS-WAIT-DATE TO st-wait-date(ST-Found)
                     MOVE SS-WAIT-TIME TO st-wait-time(ST-Found)
              END-IF.
              GO TO 016-Read-State.
       017-State-Loaded.
              EXIT.

      *> 監視: 終了報告の取り込み、起動条件の判定、状態の保存を
      *> 指定回数くり返す
       100-Watch.
              MOVE 1 TO Watch-Cycles.
              MOVE 60 TO Watch-Secs.
              IF Cmd-Arg-1 NOT = SPACE THEN
                     IF TRIM(Cmd-Arg-1) IS NUMERIC THEN
                            MOVE NUMVAL(TRIM(Cmd-Arg-1))
                                   TO Watch-Cycles
                     ELSE
                            DISPLAY "ERROR: WATCH CYCLES NOT NUMERIC"
                            MOVE 1 TO RETURN-CODE
                            GO TO 100-Watch-End
                     END-IF
              END-IF.
              IF Cmd-Arg-2 NOT = SPACE THEN
                     IF TRIM(Cmd-Arg-2) IS NUMERIC THEN
                            MOVE NUMVAL(TRIM(Cmd-Arg-2)) TO Watch-Secs
                     ELSE
                            DISPLAY "ERROR: WATCH SECONDS NOT NUMERIC"
                            MOVE 1 TO RETURN-CODE
                            GO TO 100-Watch-End
                     END-IF
              END-IF.
              MOVE 0 TO Watch-Cycle.
       101-Watch-Cycle.
              ADD 1 TO Watch-Cycle.
              PERFORM 110-Collect-Completions
                     THRU 110-Collect-Completions-End.
              PERFORM 120-Check-Triggers.
              PERFORM 140-Save-State.
              IF Watch-Cycle < Watch-Cycles THEN
                     CALL "C$SLEEP" USING Watch-Secs
                     GO TO 101-Watch-Cycle
              END-IF.
              PERFORM 150-Show-Status.
       100-Watch-End.
              EXIT.

      *> 終了報告を取り込む。書き手と競らないよう、いったん
      *> STREAM-DONE-TAKEN へ改名してから読む
       110-Collect-Completions.
              CALL "SYSTEM" USING
                     "mv -f STREAM-DONE STREAM-DONE-TAKEN 2>/dev/null".
              MOVE 0 TO RETURN-CODE.
              OPEN INPUT STREAM-DONE-TAKEN.
              IF Done-Status NOT = "00" THEN
                     IF Done-Status = "05" THEN
                            CLOSE STREAM-DONE-TAKEN
                     END-IF
                     GO TO 110-Collect-Completions-End
              END-IF.
       111-Read-Done.
              READ STREAM-DONE-TAKEN
                     AT END
                         CLOSE STREAM-DONE-TAKEN
                         CALL "SYSTEM" USING "rm -f STREAM-DONE-TAKEN"
                         MOVE 0 TO RETURN-CODE
                         GO TO 110-Collect-Completions-End
              END-READ.
              MOVE SPACE TO Done-Tok-1 Done-Tok-2 Done-Tok-3 Done-Tok-4.
              UNSTRING STREAM-DONE-RECORD DELIMITED BY ALL " "
                     INTO Done-Tok-1 Done-Tok-2 Done-Tok-3 Done-Tok-4.
              MOVE Done-Tok-1 TO Cmd-Arg-1.
              PERFORM 160-Find-Stream.
              IF ST-Found = 0 THEN
                     GO TO 111-Read-Done
              END-IF.
              IF st-status(ST-Found) NOT = "RUNNING" THEN
                     GO TO 111-Read-Done
              END-IF.
              MOVE NUMVAL(TRIM(Done-Tok-2)) TO st-cond(ST-Found).
              MOVE NUMVAL(TRIM(Done-Tok-3)) TO st-end-time(ST-Found).
              MOVE NUMVAL(TRIM(Done-Tok-4)) TO st-end-date(ST-Found).
              MOVE st-end-date(ST-Found) TO st-wait-date(ST-Found).
              MOVE st-end-time(ST-Found) TO st-wait-time(ST-Found).
              MOVE st-cond(ST-Found) TO Cond-Z.
              IF st-cond(ST-Found) = 0 THEN
                     MOVE "COMPLETE" TO st-status(ST-Found)
                     DISPLAY "STREAM " TRIM(st-name(ST-Found))
                            " COMPLETE"
                     IF st-trigger(ST-Found) = "FILE" THEN
                            PERFORM 115-Consume-Trigger-File
                     END-IF
              ELSE
                     MOVE "FAILED" TO st-status(ST-Found)
                     DISPLAY "JSM-003 ERROR: STREAM "
                            TRIM(st-name(ST-Found))
                            " FAILED, COND CODE " TRIM(Cond-Z)
                     MOVE "JSM-003" TO Err-Code
                     MOVE "E" TO Err-Severity
                     MOVE "JOB STREAM ENDED WITH A NON-ZERO COND CODE"
                            TO Err-Text
                     MOVE STREAM-DONE-RECORD TO Err-Input
                     PERFORM Write-Error-Log
              END-IF.
              GO TO 111-Read-Done.
       110-Collect-Completions-End.
              EXIT.

      *> 着信ファイルは処理済みになったら日時付きの名前へ退避し、
      *> 同じファイルで二度起動しないようにする
       115-Consume-Trigger-File.
              MOVE SPACE TO Exec-Command.
              STRING "mv -f " DELIMITED BY SIZE
                     TRIM(st-arg(ST-Found)) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     TRIM(st-arg(ST-Found)) DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                     st-end-date(ST-Found) DELIMITED BY SIZE
                     st-end-time(ST-Found) DELIMITED BY SIZE
                     " 2>/dev/null" DELIMITED BY SIZE
                     INTO Exec-Command
              END-STRING.
              CALL "SYSTEM" USING TRIM(Exec-Command).
              MOVE 0 TO RETURN-CODE.

      *> 起動条件の判定。走行中と FAILED (RESET 待ち) は対象外
       120-Check-Triggers.
              ACCEPT Now-Date FROM DATE YYYYMMDD.
              ACCEPT Now-Stamp FROM TIME.
              MOVE Now-Stamp(1:4) TO Now-HHMM.
              PERFORM WITH TEST AFTER
              VARYING ST-Idx FROM 1 BY 1 UNTIL ST-Idx >= ST-Count
                     IF st-status(ST-Idx) NOT = "RUNNING"
                     AND st-status(ST-Idx) NOT = "FAILED" THEN
                            PERFORM 121-Check-One-Trigger
                                   THRU 121-Check-One-Trigger-End
                            IF Fire = "Y" THEN
                                   PERFORM 130-Start-Stream
                            END-IF
                     END-IF
              END-PERFORM.

       121-Check-One-Trigger.
              MOVE "N" TO Fire.
              MOVE SPACE TO Fire-Reason.
              EVALUATE st-trigger(ST-Idx)
                  WHEN "TIME"
      *> 1 日 1 回: 今日まだ起動しておらず、指定時刻を過ぎた
                      IF st-start-date(ST-Idx) < Now-Date
                      AND Now-HHMM >= NUMVAL(TRIM(st-arg(ST-Idx)))
                      THEN
                             MOVE "Y" TO Fire
                             STRING "TIME " DELIMITED BY SIZE
                                    TRIM(st-arg(ST-Idx))
                                           DELIMITED BY SIZE
                                    INTO Fire-Reason
                             END-STRING
                      END-IF
                  WHEN "AFTER"
      *> 先行ストリームが、こちらの前回起動より後に正常終了した
                      MOVE st-arg(ST-Idx) TO Cmd-Arg-1
                      PERFORM 160-Find-Stream
                      IF ST-Found = 0 THEN
                             GO TO 121-Check-One-Trigger-End
                      END-IF
                      MOVE ST-Found TO ST-Dep
                      IF st-status(ST-Dep) NOT = "COMPLETE" THEN
                             GO TO 121-Check-One-Trigger-End
                      END-IF
                      COMPUTE Dep-End-Key =
                             st-end-date(ST-Dep) * 1000000
                             + st-end-time(ST-Dep)
                      COMPUTE Own-Start-Key =
                             st-start-date(ST-Idx) * 1000000
                             + st-start-time(ST-Idx)
                      IF Dep-End-Key > Own-Start-Key THEN
                             MOVE "Y" TO Fire
                             STRING "AFTER " DELIMITED BY SIZE
                                    TRIM(st-name(ST-Dep))
                                           DELIMITED BY SIZE
                                    INTO Fire-Reason
                             END-STRING
                             PERFORM 125-Record-Stream-Wait
                      END-IF
                  WHEN "FILE"
      *> 着信ファイルがある (処理済みのものは退避されている)
                      MOVE st-arg(ST-Idx) TO Trigger-Path
                      OPEN INPUT TRIGGER-FILE
                      IF Trigger-Status = "00" THEN
                             CLOSE TRIGGER-FILE
                             MOVE "Y" TO Fire
                             STRING "FILE " DELIMITED BY SIZE
                                    TRIM(st-arg(ST-Idx))
                                           DELIMITED BY SIZE
                                    " ARRIVED" DELIMITED BY SIZE
                                    INTO Fire-Reason
                             END-STRING
                      END-IF
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE.
       121-Check-One-Trigger-End.
              EXIT.

      *> 他ストリーム待ちの時間を STEP-METRICS へ "WAIT-stream" で
      *> 記録する (待ち始め = 前回の終了時刻、初回は監視開始時刻)
       125-Record-Stream-Wait.
              MOVE st-wait-time(ST-Idx) TO Wait-Stamp.
              MOVE 0 TO Wait-Secs.
              IF st-wait-date(ST-Idx) > 0 THEN
                     COMPUTE Wait-Secs =
                            (INTEGER-OF-DATE(Now-Date)
                             - INTEGER-OF-DATE(st-wait-date(ST-Idx)))
                            * 86400
                            + Now-HH * 3600 + Now-MM * 60 + Now-SS
                            - Wait-HH * 3600 - Wait-MM * 60 - Wait-SS
              END-IF.
              IF Wait-Secs < 0 THEN
                     MOVE 0 TO Wait-Secs
              END-IF.
              IF Wait-Secs > 999999 THEN
                     MOVE 999999 TO Wait-Secs
              END-IF.
              OPEN EXTEND STEP-METRICS.
              IF Metrics-Status = "00" OR Metrics-Status = "05" THEN
                     MOVE SPACE TO STEP-METRICS-RECORD
                     MOVE Now-Date TO SM-DATE
                     STRING "WAIT-" DELIMITED BY SIZE
                            st-name(ST-Idx) DELIMITED BY SIZE
                            INTO SM-STEP
                     END-STRING
                     MOVE st-wait-time(ST-Idx) TO SM-START
                     MOVE Now-Stamp(1:6) TO SM-END
                     MOVE Wait-Secs TO SM-ELAPSED
                     MOVE 0 TO SM-RECS
                     MOVE 0 TO SM-COND
                     WRITE STEP-METRICS-RECORD
                     CLOSE STEP-METRICS
              ELSE
                     DISPLAY "WARNING: STEP-METRICS NOT UPDATED,"
                            " STATUS " Metrics-Status
              END-IF.
              MOVE Wait-Secs TO Wait-Z.
              DISPLAY "STREAM " TRIM(st-name(ST-Idx)) " WAITED "
                     TRIM(Wait-Z) " SEC FOR " TRIM(st-arg(ST-Idx)).

      *> JobControl をストリームのカードデッキで裏起動する
       130-Start-Stream.
              ACCEPT Now-Date FROM DATE YYYYMMDD.
              ACCEPT Now-Stamp FROM TIME.
              MOVE SPACE TO Exec-Command.
              STRING "(env DD_JOB-CARDS=" DELIMITED BY SIZE
                     TRIM(st-deck(ST-Idx)) DELIMITED BY SIZE
                     " JOB-STREAM=" DELIMITED BY SIZE
                     TRIM(st-name(ST-Idx)) DELIMITED BY SIZE
                     " POH8/build/JobControl > STREAM-LOG-"
                            DELIMITED BY SIZE
                     TRIM(st-name(ST-Idx)) DELIMITED BY SIZE
                     " 2>&1; echo " DELIMITED BY SIZE
                     TRIM(st-name(ST-Idx)) DELIMITED BY SIZE
                     " $? $(date +%H%M%S) $(date +%Y%m%d)"
                            DELIMITED BY SIZE
                     " >> STREAM-DONE) >/dev/null 2>&1 &"
                            DELIMITED BY SIZE
                     INTO Exec-Command
              END-STRING.
              CALL "SYSTEM" USING TRIM(Exec-Command).
              MOVE 0 TO RETURN-CODE.
              MOVE "RUNNING" TO st-status(ST-Idx).
              MOVE Now-Date TO st-start-date(ST-Idx).
              MOVE Now-Stamp(1:6) TO st-start-time(ST-Idx).
              DISPLAY "STREAM " TRIM(st-name(ST-Idx)) " STARTED ("
                     TRIM(Fire-Reason) ")".

      *> 状態ファイルの書き直し
       140-Save-State.
              OPEN OUTPUT STREAM-STATUS.
              PERFORM WITH TEST AFTER
              VARYING ST-Idx FROM 1 BY 1 UNTIL ST-Idx >= ST-Count
                     MOVE SPACE TO STREAM-STATUS-RECORD
                     MOVE st-name(ST-Idx) TO SS-NAME
                     MOVE st-status(ST-Idx) TO SS-STATUS
                     MOVE st-start-date(ST-Idx) TO SS-START-DATE
                     MOVE st-start-time(ST-Idx) TO SS-START-TIME
                     MOVE st-end-date(ST-Idx) TO SS-END-DATE
                     MOVE st-end-time(ST-Idx) TO SS-END-TIME
                     MOVE st-cond(ST-Idx) TO SS-COND
                     MOVE st-wait-date(ST-Idx) TO SS-WAIT-DATE
                     MOVE st-wait-time(ST-Idx) TO SS-WAIT-TIME
                     WRITE STREAM-STATUS-RECORD
              END-PERFORM.
              CLOSE STREAM-STATUS.

       150-Show-Status.
              DISPLAY "STREAM       STATUS   TRIGGER"
                     "                LAST START      LAST END"
                     "        COND".
              PERFORM WITH TEST AFTER
              VARYING ST-Idx FROM 1 BY 1 UNTIL ST-Idx >= ST-Count
                     MOVE SPACE TO Fire-Reason
                     STRING st-trigger(ST-Idx) DELIMITED BY SPACE
                            " " DELIMITED BY SIZE
                            st-arg(ST-Idx) DELIMITED BY SIZE
                            INTO Fire-Reason
                     END-STRING
                     MOVE st-cond(ST-Idx) TO Cond-Z
                     DISPLAY st-name(ST-Idx) " " st-status(ST-Idx)
                            " " Fire-Reason(1:22) " "
                            st-start-date(ST-Idx) " "
                            st-start-time(ST-Idx) " "
                            st-end-date(ST-Idx) " "
                            st-end-time(ST-Idx) " " Cond-Z
              END-PERFORM.

       160-Find-Stream.
              MOVE 0 TO ST-Found.
              PERFORM WITH TEST AFTER
              VARYING ST-Dep FROM 1 BY 1 UNTIL ST-Dep >= ST-Count
                     IF st-name(ST-Dep) = Cmd-Arg-1 THEN
                            MOVE ST-Dep TO ST-Found
                     END-IF
              END-PERFORM.

       200-Start-Command.
              PERFORM 110-Collect-Completions
                     THRU 110-Collect-Completions-End.
              PERFORM 160-Find-Stream.
              IF ST-Found = 0 THEN
                     DISPLAY "ERROR: NO STREAM " TRIM(Cmd-Arg-1)
                     MOVE 1 TO RETURN-CODE
                     GO TO 200-Start-Command-End
              END-IF.
              IF st-status(ST-Found) = "RUNNING" THEN
                     DISPLAY "ERROR: STREAM " TRIM(Cmd-Arg-1)
                            " IS ALREADY RUNNING"
                     MOVE 1 TO RETURN-CODE
                     GO TO 200-Start-Command-End
              END-IF.
              MOVE ST-Found TO ST-Idx.
              MOVE "OPERATOR START" TO Fire-Reason.
              PERFORM 130-Start-Stream.
              PERFORM 140-Save-State.
       200-Start-Command-End.
              EXIT.

       210-Reset-Command.
              PERFORM 160-Find-Stream.
              IF ST-Found = 0 THEN
                     DISPLAY "ERROR: NO STREAM " TRIM(Cmd-Arg-1)
                     MOVE 1 TO RETURN-CODE
                     GO TO 210-Reset-Command-End
              END-IF.
              IF st-status(ST-Found) = "RUNNING" THEN
                     DISPLAY "ERROR: STREAM " TRIM(Cmd-Arg-1)
                            " IS RUNNING, NOT RESET"
                     MOVE 1 TO RETURN-CODE
                     GO TO 210-Reset-Command-End
              END-IF.
              ACCEPT Now-Date FROM DATE YYYYMMDD.
              ACCEPT Now-Stamp FROM TIME.
              MOVE "WAITING" TO st-status(ST-Found).
              MOVE Now-Date TO st-wait-date(ST-Found).
              MOVE Now-Stamp(1:6) TO st-wait-time(ST-Found).
              DISPLAY "STREAM " TRIM(Cmd-Arg-1) " RESET TO WAITING".
              PERFORM 140-Save-State.
       210-Reset-Command-End.
              EXIT.

       COPY ERRLOGPD.
       END PROGRAM MAIN.
