                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Metrics-Status.
              SELECT OPTIONAL JOB-RESTART
                     ASSIGN TO DYNAMIC Restart-Path
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Restart-Status.
              SELECT OPTIONAL RUN-HISTORY
                     ASSIGN TO "SPOOL-CATALOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Spool-Status.
              SELECT OPTIONAL JOB-COMPLETIONS
                     ASSIGN TO DYNAMIC Completion-Path
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Completion-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-CARDS.
                     05 SP-COND PIC 999.
                     05 FILLER  PIC X.
                     05 SP-PATH PIC X(40).
      *> 並行実行したステップの終了報告 "step cond hhmmss records"
       FD  JOB-COMPLETIONS.
              01 JOB-COMPLETIONS-RECORD PIC X(60).
       WORKING-STORAGE SECTION.
       01 Completion-Status PIC XX.
       01 Parallel-Values.
              05 Par-Max       PIC 99 VALUE 1.
              05 Par-Running   PIC 99 VALUE 0.
              05 Par-Progress  PIC X.
              05 Par-Seen      PIC 9(4) VALUE 0.
              05 Par-Line-No   PIC 9(4).
              05 Par-Found     PIC 99.
              05 Par-Sleep     PIC 9 VALUE 1.
              05 Par-Z         PIC Z9.
              05 Par-Tok-1     PIC X(12).
              05 Par-Tok-2     PIC X(12).
              05 Par-Tok-3     PIC X(12).
              05 Par-Tok-4     PIC X(12).
              05 Job-Start-S   PIC 9(6).
              05 Job-End-S     PIC 9(6).
              05 Job-Wall-S    PIC S9(7).
              05 Job-Sum-S     PIC 9(7).
              05 Cp-Best       PIC 99.
              05 Cp-Idx        PIC 99.
              05 Cp-Len        PIC 9(7).
              05 Cp-Chain      PIC X(200).
              05 Cp-Ptr        PIC 999.
              05 Cp-Stack      PIC 99 OCCURS 50 TIMES.
              05 Cp-Depth      PIC 99.
              05 Run-Now-S     PIC 9(6).
              05 Run-Used-S    PIC S9(7).
              05 FC-Sum        PIC 9(7).
              05 FC-Path       PIC 9(7).
              05 FC-Own        PIC S9(7).
              05 FC-Pred-Max   PIC 9(7).
              05 FC-Pno        PIC 9.
       01 Step-Run-Values.
              05 Step-Run-Table OCCURS 50 TIMES.
                     10 sr-date     PIC 9(8).
                     10 sr-start    PIC X(8).
                     10 sr-spool    PIC X(40).
                     10 sr-start-s  PIC 9(6).
                     10 sr-end-s    PIC 9(6).
                     10 sr-elapsed  PIC 9(6).
                     10 sr-pred-ix  PIC 99 OCCURS 5 TIMES.
                     10 sr-finish   PIC 9(7).
                     10 sr-cp-len   PIC 9(7).
                     10 sr-cp-prev  PIC 99.
       01 Calendar-Status PIC XX.
       01 Sla-Status PIC XX.
       01 Spool-Status PIC XX.
       01 Shadow-Values.
              05 Shadow-Mode PIC X VALUE "N".
              05 Shadow-Env  PIC X(4).
      *> ジョブストリーム名 (JOB-STREAM)。StreamMonitor から起動された
      *> ときは再始動情報と終了報告をストリーム別のファイルに持つ
       01 Stream-Values.
              05 Stream-Name     PIC X(12) VALUE SPACE.
              05 Restart-Path    PIC X(30) VALUE "JOB-RESTART".
              05 Completion-Path PIC X(30) VALUE "JOB-COMPLETIONS".
       01 Sla-Values.
              05 SLA-Count PIC 99 VALUE 0.
              05 SLA-Idx   PIC 99.
              05 Pred-No     PIC 9.
              05 Pred-Found  PIC 99.
       01 Exec-Values.
              05 Exec-Command  PIC X(400).
              05 Exec-Status   PIC 9(9).
              05 Exec-Cond     PIC 9(9).
              05 Check-Cond    PIC 9(9).
              05 Job-Cond      PIC 999 VALUE 0.
              05 Job-Stopped   PIC X VALUE "N".
              05 Cond-Z        PIC ZZ9.
      *> 対して流す。本番の状態・台帳・再始動情報は更新しない。
              DISPLAY "JOB-SHADOW" UPON ENVIRONMENT-NAME.
              ACCEPT Shadow-Env FROM ENVIRONMENT-VALUE.
              DISPLAY "JOB-STREAM" UPON ENVIRONMENT-NAME.
              ACCEPT Stream-Name FROM ENVIRONMENT-VALUE.
              IF Stream-Name NOT = SPACE THEN
                     MOVE SPACE TO Restart-Path Completion-Path
                     STRING "JOB-RESTART." DELIMITED BY SIZE
                            TRIM(Stream-Name) DELIMITED BY SIZE
                            INTO Restart-Path
                     END-STRING
                     STRING "JOB-COMPLETIONS." DELIMITED BY SIZE
                            TRIM(Stream-Name) DELIMITED BY SIZE
                            INTO Completion-Path
                     END-STRING
                     DISPLAY "//* JOB STREAM " TRIM(Stream-Name)
              END-IF.
              IF Shadow-Env = "Y" THEN
                     MOVE "Y" TO Shadow-Mode
                     DISPLAY "//* SHADOW RUN: OUTPUTS GO TO SHADOW/"
                     PERFORM 013-Resolve-Run-Order
                            THRU 013-Resolve-Run-Order-End
              END-IF.
              PERFORM 046-Link-Preds.
              PERFORM 015-Load-Restart-State
                     THRU 017-Restart-Loaded.
              IF Done-Count > 0 THEN
      *> 夜間窓の完了予測: 実績平均 x 今夜の件数でステップ時間を
      *> 見積もり、しめ切り (BATCH-DEADLINE) 超過を最初に警告する
              PERFORM 044-Build-Step-Estimates.
              PERFORM 043-Load-Parallel-Limit.
              PERFORM 045-Show-Forecast.

              ACCEPT FC-Now FROM TIME.
              COMPUTE Job-Start-S =
                     FC-HH * 3600 + FC-MM * 60 + FC-SS.
      *> JOB-MAX-PARALLEL が 2 以上なら先行ステップの済んだものから
      *> 同時に流す。1 (既定) なら従来どおり 1 本ずつ順に流す
              IF Par-Max > 1 THEN
                     PERFORM 035-Run-Parallel
                            THRU 035-Run-Parallel-End
              ELSE
                     PERFORM WITH TEST AFTER
                     VARYING Step-Idx FROM 1 BY 1
                     UNTIL Step-Idx >= Step-Count
                            PERFORM 030-Run-One-Step
                                   THRU 030-Run-One-Step-End
                            IF Step-Result(Step-Idx) = "RAN" THEN
                                   PERFORM 045-Show-Forecast
                            END-IF
                     END-PERFORM
              END-IF.
              ACCEPT FC-Now FROM TIME.
              COMPUTE Job-End-S =
                     FC-HH * 3600 + FC-MM * 60 + FC-SS.

              IF SLA-Count > 0 THEN
                     DISPLAY "//* SLA SUMMARY"
              VARYING Step-Idx FROM 1 BY 1 UNTIL Step-Idx >= Step-Count
                     PERFORM 060-Show-Step-Summary
              END-PERFORM.
              PERFORM 062-Show-Critical-Path.

              MOVE Job-Cond TO Cond-Z.
              DISPLAY "// JOB END, COND CODE: " TRIM(Cond-Z).
              IF Job-Stopped = "N" AND Shadow-Mode = "N" THEN
                     MOVE SPACE TO Exec-Command
                     STRING "rm -f " DELIMITED BY SIZE
                            TRIM(Restart-Path) DELIMITED BY SIZE
                            INTO Exec-Command
                     END-STRING
                     CALL "SYSTEM" USING TRIM(Exec-Command)
                     MOVE 0 TO RETURN-CODE
              END-IF.
              MOVE Job-Cond TO RETURN-CODE.
              DISPLAY "//STEP" Step-Idx-Z " EXEC PGM="
                     TRIM(Step-Name(Step-Idx)).
              ACCEPT Step-Date FROM DATE YYYYMMDD.
              IF Par-Max > 1 THEN
                     PERFORM 034-Launch-Step
                     MOVE "RUNNING" TO Step-Result(Step-Idx)
                     GO TO 030-Run-One-Step-End
              END-IF.
              PERFORM 055-Last-Run-History-Count
                     THRU 055-Last-Run-History-Count-End.
              MOVE Hist-Rec-Count TO Prev-Hist-Count.
              ACCEPT Start-Stamp FROM TIME.
              PERFORM 040-Execute-Step.
              ACCEPT End-Stamp FROM TIME.
              PERFORM 032-Finish-Step THRU 032-Finish-Step-End.
       030-Run-One-Step-End.
              EXIT.

      *> ステップ終了後の共通処理: スプール表示、台帳記録、SLA と
      *> COND の照合、再始動情報への完了記録
       032-Finish-Step.
              IF Shadow-Mode NOT = "Y" THEN
                     PERFORM 033-Validate-Step-Outputs
              END-IF.
              MOVE Exec-Cond TO Step-Cond(Step-Idx).
              IF Shadow-Mode = "Y" THEN
                     MOVE SPACE TO Exec-Command
                     MOVE Step-Cond(Step-Idx) TO Cond-Z
                     DISPLAY "  COND CODE: " TRIM(Cond-Z)
                            " (SHADOW)"
                     GO TO 032-Finish-Step-End
              END-IF.
              MOVE SPACE TO Exec-Command.
              STRING "cat " DELIMITED BY SIZE
              ELSE
                     PERFORM 019-Record-Step-Complete
              END-IF.
       032-Finish-Step-End.
              EXIT.

      *> ステップが書いたデータセットをデータセット目録の形式と
      *> 照合する (結果はスプールの末尾に付く)。不合格なら検査の
      *> 戻り値をステップの COND とし、後続ステップを止める
       033-Validate-Step-Outputs.
              MOVE SPACE TO Exec-Command.
              STRING "if [ -x POH8/build/DatasetCheck ]; then "
                            DELIMITED BY SIZE
                     "echo 'STEP " DELIMITED BY SIZE
                     TRIM(Step-Name(Step-Idx)) DELIMITED BY SIZE
                     "' | env ""DD_DATASET-CATALOG=${DATASET_CATALOG"
                            DELIMITED BY SIZE
                     ":-POH8/dataset-catalog.txt}"" "
                            DELIMITED BY SIZE
                     "POH8/build/DatasetCheck >> " DELIMITED BY SIZE
                     TRIM(Spool-Path) DELIMITED BY SIZE
                     " 2>&1; fi" DELIMITED BY SIZE
                     INTO Exec-Command
              END-STRING.
              MOVE 0 TO RETURN-CODE.
              CALL "SYSTEM" USING TRIM(Exec-Command).
              MOVE RETURN-CODE TO Exec-Status.
              MOVE 0 TO RETURN-CODE.
              DIVIDE Exec-Status BY 256 GIVING Check-Cond.
              IF Check-Cond > Exec-Cond THEN
                     MOVE Check-Cond TO Exec-Cond
              END-IF.

      *> 並行実行: 先行ステップがすべて終わったものを空き枠の分だけ
      *> 起動し、終了報告 (JOB-COMPLETIONS) を拾って 1 本ずつ締める。
      *> COND で打ち切りになったら新規起動をやめ、走行中のものの
      *> 終了だけ待つ。
       035-Run-Parallel.
              MOVE SPACE TO Exec-Command.
              STRING "rm -f " DELIMITED BY SIZE
                     TRIM(Completion-Path) DELIMITED BY SIZE
                     INTO Exec-Command
              END-STRING.
              CALL "SYSTEM" USING TRIM(Exec-Command).
              MOVE 0 TO RETURN-CODE.
              MOVE Par-Max TO Par-Z.
              DISPLAY "//* PARALLEL RUN: UP TO " TRIM(Par-Z)
                     " STEPS AT A TIME".
       036-Dispatch-Pass.
              PERFORM 038-Collect-Completions
                     THRU 038-Collect-Completions-End.
              MOVE "N" TO Par-Progress.
              PERFORM WITH TEST AFTER
              VARYING Step-Idx FROM 1 BY 1 UNTIL Step-Idx >= Step-Count
                     IF Step-Result(Step-Idx) = SPACE
                     AND (Par-Running < Par-Max
                          OR Job-Stopped = "Y") THEN
                            PERFORM 037-Check-Preds-Finished
                            IF Ord-Ready = "Y" THEN
                                   PERFORM 030-Run-One-Step
                                          THRU 030-Run-One-Step-End
                                   MOVE "Y" TO Par-Progress
                                   IF Step-Result(Step-Idx)
                                      = "RUNNING" THEN
                                          ADD 1 TO Par-Running
                                   END-IF
                            END-IF
                     END-IF
              END-PERFORM.
              IF Par-Progress = "Y" THEN
                     GO TO 036-Dispatch-Pass
              END-IF.
              IF Par-Running = 0 THEN
                     GO TO 035-Run-Parallel-End
              END-IF.
              CALL "C$SLEEP" USING Par-Sleep.
              GO TO 036-Dispatch-Pass.
       035-Run-Parallel-End.
              EXIT.

      *> 先行ステップがすべて終わっているか (走行中・未着手でない)
       037-Check-Preds-Finished.
              MOVE "Y" TO Ord-Ready.
              PERFORM WITH TEST AFTER
              VARYING Pred-No FROM 1 BY 1 UNTIL Pred-No >= 5
                     IF sr-pred-ix(Step-Idx, Pred-No) > 0 THEN
                            IF Step-Result(sr-pred-ix(Step-Idx,
                                                      Pred-No))
                               = SPACE OR "RUNNING" THEN
                                   MOVE "N" TO Ord-Ready
                            END-IF
                     END-IF
              END-PERFORM.

      *> 終了報告のうち未処理の行を拾い、該当ステップを締める
       038-Collect-Completions.
              MOVE 0 TO Par-Line-No.
              OPEN INPUT JOB-COMPLETIONS.
              IF Completion-Status NOT = "00" THEN
                     IF Completion-Status = "05" THEN
                            CLOSE JOB-COMPLETIONS
                     END-IF
                     GO TO 038-Collect-Completions-End
              END-IF.
       038A-Read-Completion.
              READ JOB-COMPLETIONS
                     AT END
                         CLOSE JOB-COMPLETIONS
                         GO TO 038-Collect-Completions-End
              END-READ.
              ADD 1 TO Par-Line-No.
              IF Par-Line-No <= Par-Seen THEN
                     GO TO 038A-Read-Completion
              END-IF.
              MOVE Par-Line-No TO Par-Seen.
              MOVE SPACE TO Par-Tok-1 Par-Tok-2 Par-Tok-3 Par-Tok-4.
              UNSTRING JOB-COMPLETIONS-RECORD DELIMITED BY ALL " "
                     INTO Par-Tok-1 Par-Tok-2 Par-Tok-3 Par-Tok-4.
              MOVE 0 TO Par-Found.
              PERFORM WITH TEST AFTER
              VARYING Step-Idx FROM 1 BY 1 UNTIL Step-Idx >= Step-Count
                     IF Step-Name(Step-Idx) = Par-Tok-1
                     AND Step-Result(Step-Idx) = "RUNNING" THEN
                            MOVE Step-Idx TO Par-Found
                     END-IF
              END-PERFORM.
              IF Par-Found = 0 THEN
                     GO TO 038A-Read-Completion
              END-IF.
              MOVE Par-Found TO Step-Idx.
              SUBTRACT 1 FROM Par-Running.
              MOVE NUMVAL(TRIM(Par-Tok-2)) TO Exec-Cond.
              MOVE sr-date(Step-Idx) TO Step-Date.
              MOVE sr-start(Step-Idx) TO Start-Stamp.
              MOVE sr-spool(Step-Idx) TO Spool-Path.
              MOVE ZERO TO End-Stamp.
              IF TRIM(Par-Tok-3) IS NUMERIC THEN
                     MOVE Par-Tok-3(1:6) TO End-Stamp(1:6)
              END-IF.
              MOVE 0 TO Step-Records.
              IF TRIM(Par-Tok-4) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Par-Tok-4)) TO Step-Records
              END-IF.
              MOVE Step-Idx TO Step-Idx-Z.
              DISPLAY "//STEP" Step-Idx-Z " "
                     TRIM(Step-Name(Step-Idx)) " ENDED".
              PERFORM 032-Finish-Step THRU 032-Finish-Step-End.
              IF Step-Result(Step-Idx) = "RAN" THEN
                     PERFORM 045-Show-Forecast
              END-IF.
              GO TO 038A-Read-Completion.
       038-Collect-Completions-End.
              EXIT.

      *> ステップをバックグラウンドで起動する。ステップの RUN-HISTORY
      *> 追記はステップ専用のファイルへ向け、終了後に本体へ足して
      *> 件数を終了報告に載せる (並行中は本体の末尾が当てにならない)
       034-Launch-Step.
              MOVE SPACE TO Spool-Path.
              STRING "SPOOL-" DELIMITED BY SIZE
                     TRIM(Step-Name(Step-Idx)) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     Step-Date DELIMITED BY SIZE
                     INTO Spool-Path
              END-STRING.
              ACCEPT Start-Stamp FROM TIME.
              MOVE Step-Date TO sr-date(Step-Idx).
              MOVE Start-Stamp TO sr-start(Step-Idx).
              COMPUTE sr-start-s(Step-Idx) =
                     SS-HH * 3600 + SS-MM * 60 + SS-SS.
              MOVE Spool-Path TO sr-spool(Step-Idx).
              MOVE SPACE TO Exec-Command.
              IF Shadow-Mode = "Y" THEN
                     STRING "(cd SHADOW && ../POH8/build/"
                                   DELIMITED BY SIZE
                            TRIM(Step-Name(Step-Idx))
                                   DELIMITED BY SIZE
                            " < ../" DELIMITED BY SIZE
                            TRIM(Step-Sysin(Step-Idx))
                                   DELIMITED BY SIZE
                            " > " DELIMITED BY SIZE
                            TRIM(Spool-Path) DELIMITED BY SIZE
                            " 2>&1; echo " DELIMITED BY SIZE
                            TRIM(Step-Name(Step-Idx))
                                   DELIMITED BY SIZE
                            " $? $(date +%H%M%S) 0"
                                   DELIMITED BY SIZE
                            " >> ../" DELIMITED BY SIZE
                            TRIM(Completion-Path) DELIMITED BY SIZE
                            ")" DELIMITED BY SIZE
                            " >/dev/null 2>&1 &" DELIMITED BY SIZE
                            INTO Exec-Command
                     END-STRING
              ELSE
                     STRING "(env DD_RUN-HISTORY=RUN-HISTORY."
                                   DELIMITED BY SIZE
                            TRIM(Step-Name(Step-Idx))
                                   DELIMITED BY SIZE
                            " POH8/build/" DELIMITED BY SIZE
                            TRIM(Step-Name(Step-Idx))
                                   DELIMITED BY SIZE
                            " < " DELIMITED BY SIZE
                            TRIM(Step-Sysin(Step-Idx))
                                   DELIMITED BY SIZE
                            " > " DELIMITED BY SIZE
                            TRIM(Spool-Path) DELIMITED BY SIZE
                            " 2>&1; c=$?; h=RUN-HISTORY."
                                   DELIMITED BY SIZE
                            TRIM(Step-Name(Step-Idx))
                                   DELIMITED BY SIZE
                            "; n=$(tail -1 $h 2>/dev/null"
                                   DELIMITED BY SIZE
                            " | cut -c30-39); cat $h"
                                   DELIMITED BY SIZE
                            " >> RUN-HISTORY 2>/dev/null;"
                                   DELIMITED BY SIZE
                            " rm -f $h; echo " DELIMITED BY SIZE
                            TRIM(Step-Name(Step-Idx))
                                   DELIMITED BY SIZE
                            " $c $(date +%H%M%S) ${n:-0}"
                                   DELIMITED BY SIZE
                            " >> " DELIMITED BY SIZE
                            TRIM(Completion-Path) DELIMITED BY SIZE
                            ")" DELIMITED BY SIZE
                            " >/dev/null 2>&1 &" DELIMITED BY SIZE
                            INTO Exec-Command
                     END-STRING
              END-IF.
              CALL "SYSTEM" USING TRIM(Exec-Command).
              MOVE 0 TO RETURN-CODE.

      *> ステップ別 SLA ("step max-elapsed max-recs min-recs")
       008-Load-Step-Sla.
              OPEN INPUT STEP-SLA.
                            DELIMITED BY SIZE
                     "RATE-CARD TIER-TABLE STOCK-MASTER "
                            DELIMITED BY SIZE
                     "STOCK-LOCATIONS REORDER-POINTS "
                            DELIMITED BY SIZE
                     "ORDER-MASTER BACKORDER-CONTROL "
                            DELIMITED BY SIZE
                     "TANK-STATE RULE-TABLE MATERIAL-COSTS "
                            DELIMITED BY SIZE
                     "CARRIER-RATES SAFETY-STOCK CUSTOMER-MASTER "
              END-IF.
      *> ステップが台帳へ追記した場合だけ末尾の件数を採用する。
      *> 途中で異常終了したステップは 0 件で記録する。
      *> 並行実行では件数はステップの終了報告から受け取る
              IF Par-Max = 1 THEN
                     PERFORM 055-Last-Run-History-Count
                            THRU 055-Last-Run-History-Count-End
                     IF Hist-Rec-Count = Prev-Hist-Count THEN
                            MOVE 0 TO Step-Records
                     END-IF
              END-IF.
              MOVE Start-Stamp TO sr-start(Step-Idx).
              MOVE Start-Secs TO sr-start-s(Step-Idx).
              MOVE End-Secs TO sr-end-s(Step-Idx).
              MOVE Elapsed-Secs TO sr-elapsed(Step-Idx).
              OPEN EXTEND STEP-METRICS.
              IF Metrics-Status = "00" OR Metrics-Status = "05"
                     MOVE SPACE TO STEP-METRICS-RECORD
              EXIT.

      *> 未実行ステップの見積り合計から完了予測を出す
      *> 並行実行では、先行関係をたどった最長経路 (クリティカル
      *> パス) と、見積り合計を同時実行数で割った値の大きい方を
      *> 残り時間とする。1 本ずつなら見積り合計そのものになる。
       045-Show-Forecast.
              ACCEPT FC-Now FROM TIME.
              COMPUTE FC-Now-S =
                     FC-HH * 3600 + FC-MM * 60 + FC-SS.
              MOVE 0 TO FC-Sum FC-Path.
              PERFORM WITH TEST AFTER
              VARYING FC-Idx FROM 1 BY 1 UNTIL FC-Idx >= Step-Count
                     PERFORM 047-Forecast-One-Step
              END-PERFORM.
              COMPUTE FC-Remain = (FC-Sum + Par-Max - 1) / Par-Max.
              IF FC-Path > FC-Remain THEN
                     MOVE FC-Path TO FC-Remain
              END-IF.
              COMPUTE FC-Eta = FC-Now-S + FC-Remain.
              COMPUTE FC-Rem2 = MOD(FC-Eta, 86400).
              COMPUTE FC-Eta-HH = FC-Rem2 / 3600.
                            FC-Eta-MM ":" FC-Eta-SS
              END-IF.

      *> 1 ステップ分の残り見積りと、そこまでの最長経路の終了時点
       047-Forecast-One-Step.
              MOVE 0 TO FC-Own.
              IF Step-Disp(FC-Idx) = "INCLUDE" THEN
                     IF Step-Result(FC-Idx) = SPACE THEN
                            MOVE FC-Est(FC-Idx) TO FC-Own
                     END-IF
                     IF Step-Result(FC-Idx) = "RUNNING" THEN
                            COMPUTE Run-Used-S =
                                   FC-Now-S - sr-start-s(FC-Idx)
                            IF Run-Used-S < 0 THEN
                                   ADD 86400 TO Run-Used-S
                            END-IF
                            COMPUTE FC-Own =
                                   FC-Est(FC-Idx) - Run-Used-S
                            IF FC-Own < 0 THEN
                                   MOVE 0 TO FC-Own
                            END-IF
                     END-IF
              END-IF.
              ADD FC-Own TO FC-Sum.
              MOVE 0 TO FC-Pred-Max.
              PERFORM WITH TEST AFTER
              VARYING FC-Pno FROM 1 BY 1 UNTIL FC-Pno >= 5
                     IF sr-pred-ix(FC-Idx, FC-Pno) > 0 THEN
                            IF sr-finish(sr-pred-ix(FC-Idx, FC-Pno))
                               > FC-Pred-Max THEN
                                   MOVE sr-finish(sr-pred-ix(FC-Idx,
                                                              FC-Pno))
                                          TO FC-Pred-Max
                            END-IF
                     END-IF
              END-PERFORM.
              COMPUTE sr-finish(FC-Idx) = FC-Pred-Max + FC-Own.
              IF sr-finish(FC-Idx) > FC-Path THEN
                     MOVE sr-finish(FC-Idx) TO FC-Path
              END-IF.

      *> PRED 句の名前を (並べ替え後の) ステップ番号へ引き当てる
       046-Link-Preds.
              PERFORM WITH TEST AFTER
              VARYING Ord-Idx FROM 1 BY 1 UNTIL Ord-Idx >= Step-Count
                     MOVE SPACE TO Pred-Toks
                     UNSTRING Step-Pred(Ord-Idx) DELIMITED BY ","
                            INTO Pred-Tok(1) Pred-Tok(2) Pred-Tok(3)
                                 Pred-Tok(4) Pred-Tok(5)
                     PERFORM WITH TEST AFTER
                     VARYING Pred-No FROM 1 BY 1 UNTIL Pred-No >= 5
                            MOVE 0 TO sr-pred-ix(Ord-Idx, Pred-No)
                            IF Pred-Tok(Pred-No) NOT = SPACE THEN
                                   PERFORM WITH TEST AFTER
                                   VARYING Ord-Jdx FROM 1 BY 1
                                   UNTIL Ord-Jdx >= Step-Count
                                          IF Step-Name(Ord-Jdx) =
                                             Pred-Tok(Pred-No) THEN
                                                 MOVE Ord-Jdx TO
                                                 sr-pred-ix(Ord-Idx,
                                                            Pred-No)
                                          END-IF
                                   END-PERFORM
                            END-IF
                     END-PERFORM
                     MOVE 0 TO sr-elapsed(Ord-Idx)
              END-PERFORM.

      *> 同時実行数 (JOB-MAX-PARALLEL、既定 1 = 順次実行)
       043-Load-Parallel-Limit.
              MOVE "JOB-MAX-PARALLEL" TO Config-Param-Name.
              MOVE "1" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value)) TO Par-Max
              END-IF.
              IF Par-Max < 1 THEN
                     MOVE 1 TO Par-Max
              END-IF.

       052-Catalog-Spool.
              OPEN EXTEND SPOOL-CATALOG.
              IF Spool-Status = "00" OR Spool-Status = "05"
              MOVE Step-Idx TO Step-Idx-Z.
              IF Step-Result(Step-Idx) = "RAN" THEN
                     MOVE Step-Cond(Step-Idx) TO Cond-Z
                     MOVE sr-elapsed(Step-Idx) TO FC-Z
                     DISPLAY "//STEP" Step-Idx-Z " "
                            TRIM(Step-Name(Step-Idx))
                            " RAN COND=" TRIM(Cond-Z)
                            " START " sr-start(Step-Idx)(1:6)
                            " " TRIM(FC-Z) " SEC"
              ELSE
              IF Step-Result(Step-Idx) = "BYPASSED" THEN
                     DISPLAY "//STEP" Step-Idx-Z " "
              END-IF
              END-IF.

      *> 実績のクリティカルパス: 先行関係をたどって所要秒の合計が
      *> 最長になる経路と、ジョブ全体の経過秒・ステップ秒の合計
       062-Show-Critical-Path.
              MOVE 0 TO Cp-Best Cp-Len Job-Sum-S.
              PERFORM WITH TEST AFTER
              VARYING Cp-Idx FROM 1 BY 1 UNTIL Cp-Idx >= Step-Count
                     ADD sr-elapsed(Cp-Idx) TO Job-Sum-S
                     MOVE 0 TO sr-cp-prev(Cp-Idx) FC-Pred-Max
                     PERFORM WITH TEST AFTER
                     VARYING FC-Pno FROM 1 BY 1 UNTIL FC-Pno >= 5
                            IF sr-pred-ix(Cp-Idx, FC-Pno) > 0 THEN
                                   IF sr-cp-len(sr-pred-ix(Cp-Idx,
                                                           FC-Pno))
                                      >= FC-Pred-Max THEN
                                          MOVE sr-pred-ix(Cp-Idx,
                                                          FC-Pno)
                                                 TO sr-cp-prev(Cp-Idx)
                                          MOVE sr-cp-len(
                                                 sr-cp-prev(Cp-Idx))
                                                 TO FC-Pred-Max
                                   END-IF
                            END-IF
                     END-PERFORM
                     COMPUTE sr-cp-len(Cp-Idx) =
                            FC-Pred-Max + sr-elapsed(Cp-Idx)
                     IF Cp-Best = 0
                     OR sr-cp-len(Cp-Idx) > Cp-Len THEN
                            MOVE Cp-Idx TO Cp-Best
                            MOVE sr-cp-len(Cp-Idx) TO Cp-Len
                     END-IF
              END-PERFORM.
              MOVE 0 TO Cp-Depth.
              MOVE Cp-Best TO Cp-Idx.
              PERFORM UNTIL Cp-Idx = 0 OR Cp-Depth >= 50
                     ADD 1 TO Cp-Depth
                     MOVE Cp-Idx TO Cp-Stack(Cp-Depth)
                     MOVE sr-cp-prev(Cp-Idx) TO Cp-Idx
              END-PERFORM.
              MOVE SPACE TO Cp-Chain.
              MOVE 1 TO Cp-Ptr.
              PERFORM UNTIL Cp-Depth = 0
                     IF Cp-Ptr > 1 THEN
                            STRING " > " DELIMITED BY SIZE
                                   INTO Cp-Chain WITH POINTER Cp-Ptr
                            END-STRING
                     END-IF
                     STRING TRIM(Step-Name(Cp-Stack(Cp-Depth)))
                                   DELIMITED BY SIZE
                            INTO Cp-Chain WITH POINTER Cp-Ptr
                     END-STRING
                     SUBTRACT 1 FROM Cp-Depth
              END-PERFORM.
              COMPUTE Job-Wall-S = Job-End-S - Job-Start-S.
              IF Job-Wall-S < 0 THEN
                     ADD 86400 TO Job-Wall-S
              END-IF.
              MOVE Cp-Len TO FC-Z.
              DISPLAY "//* CRITICAL PATH: " TRIM(FC-Z) " SEC "
                     TRIM(Cp-Chain).
              MOVE Job-Wall-S TO FC-Z.
              MOVE Job-Sum-S TO sla-z.
              DISPLAY "//* JOB ELAPSED " TRIM(FC-Z)
                     " SEC, STEP TIME TOTAL " TRIM(sla-z) " SEC".

       COPY ERRLOGPD.
       COPY MSGCATPD.
       COPY CONFIGPD.
