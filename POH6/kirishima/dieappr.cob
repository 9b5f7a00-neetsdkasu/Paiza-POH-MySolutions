       *> ダイス表マスタの二人承認。diemast.cob が PENDING で登録した
       *> 版を、作成者とは別の担当者が ACTIVE へ昇格 (または REJECTED)
       *> する。SYSIN コマンド:
       *>   APPROVE <table-id> <version> [ACCEPT]
       *>   REJECT <table-id> <version>
       *>   REPORT
       *> ACTIVE は承認済みの意味で、チェッカーが使うのは有効期間
       *> (EFFDATE) が実行日を含む版に限る。有効開始が先の版は承認
       *> 時に予定日を表示する。
       *> 回帰再生: APPROVE は DIE-REGRESSION にある表IDの回帰クエリを
       *> 今日有効な現行 ACTIVE 版と候補版の両方へチェッカーと同じ
       *> 歩行 (Walk-One-Query) で流し、可否か跳躍数の変わるクエリを
       *> 差分として一覧する。差分があると ACCEPT を付けない限り昇格
       *> しない。ACCEPT で昇格したときは差分件数を ACCEPTED として
       *> 承認台帳に残す。
       *> 承認台帳 DIE-APPROVALS のレコード形式:
       *>   TABLE-ID VERSION ROLE OPERATOR DATE TIME [DIFFS]
       *> (ROLE = AUTHOR / APPROVER / REJECTER / ACCEPTED)
       *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DieApprove.
                     ASSIGN TO "DIE-APPROVALS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Approvals-Status.
              SELECT OPTIONAL DIE-REGRESSION
                     ASSIGN TO "DIE-REGRESSION"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Regression-Status.
       COPY SIGNONSL.
       COPY ROLESSL.
       DATA DIVISION.
                     05 DA-DATE PIC 9(8).
                     05 FILLER  PIC X.
                     05 DA-TIME PIC 9(6).
                     05 FILLER  PIC X.
                     05 DA-DIFFS PIC 9(4).
       FD  DIE-REGRESSION.
              01 DIE-REGRESSION-RECORD.
                     05 DR-ID   PIC X(12).
                     05 FILLER  PIC X.
                     05 DR-D    PIC 9(4).
       COPY SIGNONFD.
       COPY ROLESFD.
       WORKING-STORAGE SECTION.
       COPY SIGNONWS.
       COPY ROLESWS.
       COPY DIEWALKWS.
       01 Die-Master-Status PIC XX.
       01 Approvals-Status PIC XX.
       01 Regression-Status PIC XX.
       01 Command-Values.
              05 cmd-line    PIC X(40).
              05 cmd-verb    PIC X(10).
              05 cmd-ver     PIC 9(3).
              05 cmd-new-st  PIC X(8).
              05 cmd-role    PIC X(8).
              05 cmd-accept  PIC X(8).
       01 Master-Table-Values.
              05 mt-count   PIC 9(3) VALUE 0.
              05 mt-idx     PIC 9(3).
                     10 mt-id     PIC X(12).
                     10 mt-ver    PIC 9(3).
                     10 mt-status PIC X(8).
                     10 mt-eff    PIC X(20).
              05 mt-tok-ver PIC X(10).
              05 mt-tok-eff PIC X(20).
              05 mt-today   PIC 9(8).
              05 mt-tok-st  PIC X(10).
              05 mt-tok-id  PIC X(12).
              05 mt-ptr     PIC 9(4).
                     10 ap-op   PIC X(8).
                     10 ap-date PIC 9(8).
                     10 ap-time PIC 9(6).
                     10 ap-diffs PIC 9(4).
              05 ap-author   PIC X(8).
              05 ap-approver PIC X(8).
              05 ap-ap-date  PIC 9(8).
              05 ap-ap-time  PIC 9(6).
              05 ap-au-date  PIC 9(8).
              05 ap-au-time  PIC 9(6).
              05 ap-acc-diffs PIC 9(4).
       01 Replay-Values.
              05 rp-m        PIC 9(3) VALUE 0.
              05 rp-q        PIC 9(3).
              05 rp-cur      PIC 9(3).
              05 rp-rec      PIC 9(3).
              05 rp-diffs    PIC 9(4) VALUE 0.
              05 rp-from     PIC 9(8).
              05 rp-to       PIC 9(8).
              05 rp-tok      PIC X(10).
              05 rp-ptr      PIC 9(4).
              05 rp-cell-n   BINARY-SHORT.
              05 rp-j        BINARY-SHORT.
              05 rp-d-z      PIC ZZZ9.
              05 rp-j1-z     PIC ZZZ9.
              05 rp-j2-z     PIC ZZZ9.
              05 rp-m-z      PIC ZZ9.
              05 rp-ver1-z   PIC ZZ9.
              05 rp-ver2-z   PIC ZZ9.
              05 rp-res1     PIC X(16).
              05 rp-res2     PIC X(16).
              05 rp-query OCCURS 200 TIMES.
                     10 rp-d      PIC 9(4).
                     10 rp-ok1    PIC X.
                     10 rp-jumps1 BINARY-SHORT.
                     10 rp-ok2    PIC X.
                     10 rp-jumps2 BINARY-SHORT.
       PROCEDURE DIVISION.
       MainRoutine SECTION.
       000-Start.
              MOVE "DIEAPPR" TO Audit-Program.
              PERFORM Operator-Sign-On.
              ACCEPT cmd-line.
              MOVE SPACE TO cmd-verb cmd-id cmd-ver-tok cmd-accept.
              UNSTRING cmd-line DELIMITED BY ALL " "
                     INTO cmd-verb cmd-id cmd-ver-tok cmd-accept.

              PERFORM 010-Load-Master THRU 012-Master-Loaded.
              PERFORM 020-Load-Approvals THRU 022-Approvals-Loaded.
                            TO mt-ver(mt-count)
              END-IF.
              MOVE mt-tok-st TO mt-status(mt-count).
              MOVE mt-tok-eff TO mt-eff(mt-count).
              GO TO 011-Read-Master.
       012-Master-Loaded.
              EXIT.
              MOVE DA-OP TO ap-op(ap-count).
              MOVE DA-DATE TO ap-date(ap-count).
              MOVE DA-TIME TO ap-time(ap-count).
              MOVE 0 TO ap-diffs(ap-count).
              IF TRIM(DA-ROLE) = "ACCEPTED" AND DA-DIFFS IS NUMERIC THEN
                     MOVE DA-DIFFS TO ap-diffs(ap-count)
              END-IF.
              GO TO 021-Read-Approval.
       022-Approvals-Loaded.
              EXIT.
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              IF TRIM(cmd-new-st) = "ACTIVE" THEN
                     PERFORM 400-Regression-Replay
                            THRU 400-Regression-Replay-End
                     IF rp-diffs > 0
                     AND TRIM(cmd-accept) NOT = "ACCEPT" THEN
                            MOVE rp-diffs TO rp-d-z
                            DISPLAY "ERROR: " TRIM(rp-d-z)
                                   " REGRESSION DIFFERENCE(S), NOT"
                                   " PROMOTED"
                            DISPLAY "RE-RUN AS APPROVE " TRIM(cmd-id)
                                   " " TRIM(cmd-ver-tok)
                                   " ACCEPT TO ACCEPT THE DIFFERENCES"
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                     END-IF
              END-IF.
              MOVE mt-found TO mt-idx.
              PERFORM 120-Replace-Status.
              PERFORM 130-Rewrite-Master.
              PERFORM 140-Record-Decision.
              IF TRIM(cmd-new-st) = "ACTIVE" AND rp-diffs > 0 THEN
                     MOVE "ACCEPTED" TO cmd-role
                     PERFORM 140-Record-Decision
              END-IF.
              MOVE SPACE TO Audit-Field.
              MOVE cmd-ver TO mt-ver-z.
              STRING TRIM(cmd-id) DELIMITED BY SIZE
                     " IS NOW " TRIM(cmd-new-st)
                     " (AUTHOR " TRIM(ap-author)
                     ", DECIDED BY " TRIM(Operator-Id) ")".
              IF TRIM(cmd-new-st) = "ACTIVE" THEN
                     PERFORM 150-Show-Effective
              END-IF.

       110-Find-Author.
              MOVE SPACE TO ap-author.
              ACCEPT Audit-Stamp-T FROM TIME.
              MOVE Audit-Stamp-D TO DA-DATE.
              MOVE Audit-Stamp-T(1:6) TO DA-TIME.
              IF TRIM(cmd-role) = "ACCEPTED" THEN
                     MOVE rp-diffs TO DA-DIFFS
              END-IF.
              WRITE DIE-APPROVALS-RECORD.
              CLOSE DIE-APPROVALS.

      *> 有効期間を示し、開始日が先なら予定として知らせる
       150-Show-Effective.
              ACCEPT mt-today FROM DATE YYYYMMDD.
              IF mt-eff(mt-found)(1:8) IS NUMERIC
              AND mt-eff(mt-found)(1:8) > mt-today THEN
                     DISPLAY "SCHEDULED: GOES LIVE ON "
                            mt-eff(mt-found)(1:8)
                            " (EFFECTIVE " TRIM(mt-eff(mt-found)) ")"
              ELSE
                     DISPLAY "EFFECTIVE " TRIM(mt-eff(mt-found))
              END-IF.

      *> 回帰再生: 表IDのクエリを現行版 (今日有効な最新 ACTIVE 版) と
      *> 候補版に流し、可否か跳躍数の違うクエリを差分として表示する
       400-Regression-Replay.
              MOVE 0 TO rp-diffs.
              PERFORM 410-Load-Queries THRU 412-Queries-Loaded.
              IF rp-m = 0 THEN
                     DISPLAY "NO REGRESSION QUERIES FOR "
                            TRIM(cmd-id) ", REPLAY SKIPPED"
                     GO TO 400-Regression-Replay-End
              END-IF.
              ACCEPT mt-today FROM DATE YYYYMMDD.
              MOVE 0 TO rp-cur.
              PERFORM WITH TEST AFTER
              VARYING mt-idx FROM 1 BY 1 UNTIL mt-idx >= mt-count
                     IF TRIM(mt-id(mt-idx)) = TRIM(cmd-id)
                     AND TRIM(mt-status(mt-idx)) = "ACTIVE" THEN
                            PERFORM 430-Check-Window
                            IF rp-from <= mt-today
                            AND (rp-to = 0 OR rp-to >= mt-today) THEN
                                   IF rp-cur = 0 THEN
                                          MOVE mt-idx TO rp-cur
                                   ELSE
                                          IF mt-ver(mt-idx) >
                                             mt-ver(rp-cur) THEN
                                                 MOVE mt-idx
                                                   TO rp-cur
                                          END-IF
                                   END-IF
                            END-IF
                     END-IF
              END-PERFORM.
              IF rp-cur = 0 THEN
                     DISPLAY "NO CURRENT ACTIVE VERSION OF "
                            TRIM(cmd-id) ", REPLAY SKIPPED"
                     GO TO 400-Regression-Replay-End
              END-IF.
              MOVE rp-cur TO rp-rec.
              PERFORM 420-Load-Cells.
              PERFORM WITH TEST AFTER
              VARYING rp-q FROM 1 BY 1 UNTIL rp-q >= rp-m
                     MOVE rp-d(rp-q) TO Walk-D
                     PERFORM Walk-One-Query
                     MOVE Walk-Ok TO rp-ok1(rp-q)
                     MOVE Walk-Jumps TO rp-jumps1(rp-q)
              END-PERFORM.
              MOVE mt-found TO rp-rec.
              PERFORM 420-Load-Cells.
              PERFORM WITH TEST AFTER
              VARYING rp-q FROM 1 BY 1 UNTIL rp-q >= rp-m
                     MOVE rp-d(rp-q) TO Walk-D
                     PERFORM Walk-One-Query
                     MOVE Walk-Ok TO rp-ok2(rp-q)
                     MOVE Walk-Jumps TO rp-jumps2(rp-q)
              END-PERFORM.
              MOVE rp-m TO rp-m-z.
              MOVE mt-ver(rp-cur) TO rp-ver1-z.
              MOVE mt-ver(mt-found) TO rp-ver2-z.
              DISPLAY "REGRESSION REPLAY " TRIM(cmd-id) ": "
                     TRIM(rp-m-z) " QUERY(S), CURRENT V"
                     TRIM(rp-ver1-z) " AGAINST CANDIDATE V"
                     TRIM(rp-ver2-z).
              PERFORM WITH TEST AFTER
              VARYING rp-q FROM 1 BY 1 UNTIL rp-q >= rp-m
                     IF rp-ok1(rp-q) NOT = rp-ok2(rp-q)
                     OR (rp-ok1(rp-q) = "Y"
                         AND rp-jumps1(rp-q) NOT = rp-jumps2(rp-q))
                     THEN
                            ADD 1 TO rp-diffs
                            PERFORM 440-Show-Difference
                     END-IF
              END-PERFORM.
              MOVE rp-diffs TO rp-d-z.
              DISPLAY "REGRESSION DIFFERENCES: " TRIM(rp-d-z).
       400-Regression-Replay-End.
              EXIT.

       410-Load-Queries.
              MOVE 0 TO rp-m.
              OPEN INPUT DIE-REGRESSION.
              IF Regression-Status NOT = "00" THEN
                     IF Regression-Status = "05" THEN
                            CLOSE DIE-REGRESSION
                     END-IF
                     GO TO 412-Queries-Loaded
              END-IF.
       411-Read-Query.
              READ DIE-REGRESSION
                     AT END
                         CLOSE DIE-REGRESSION
                         GO TO 412-Queries-Loaded
              END-READ.
              IF TRIM(DR-ID) NOT = TRIM(cmd-id)
              OR DR-D IS NOT NUMERIC OR rp-m >= 200 THEN
                     GO TO 411-Read-Query
              END-IF.
              ADD 1 TO rp-m.
              MOVE DR-D TO rp-d(rp-m).
              GO TO 411-Read-Query.
       412-Queries-Loaded.
              EXIT.

      *> mt-record(rp-rec) の 5 語目 N と続くマス目を Walk 表へ入れる
       420-Load-Cells.
              MOVE 1 TO rp-ptr.
              PERFORM 5 TIMES
                     MOVE SPACE TO rp-tok
                     UNSTRING mt-record(rp-rec) DELIMITED BY ALL " "
                            INTO rp-tok WITH POINTER rp-ptr
                     END-UNSTRING
              END-PERFORM.
              MOVE 0 TO rp-cell-n.
              IF TRIM(rp-tok) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(rp-tok)) TO rp-cell-n
              END-IF.
              IF rp-cell-n > 100 THEN
                     MOVE 100 TO rp-cell-n
              END-IF.
              MOVE rp-cell-n TO Walk-N.
              PERFORM VARYING rp-j FROM 1 BY 1 UNTIL rp-j > rp-cell-n
                     MOVE SPACE TO rp-tok
                     UNSTRING mt-record(rp-rec) DELIMITED BY ALL " "
                            INTO rp-tok WITH POINTER rp-ptr
                     END-UNSTRING
                     MOVE 0 TO Walk-Cells(rp-j)
                     IF TRIM(rp-tok) IS NUMERIC THEN
                            MOVE NUMVAL(TRIM(rp-tok))
                                   TO Walk-Cells(rp-j)
                     END-IF
              END-PERFORM.

      *> 有効期間 (YYYYMMDD か YYYYMMDD-YYYYMMDD) を rp-from/rp-to へ
       430-Check-Window.
              MOVE 0 TO rp-from rp-to.
              IF mt-eff(mt-idx)(1:8) IS NUMERIC THEN
                     MOVE mt-eff(mt-idx)(1:8) TO rp-from
              END-IF.
              IF mt-eff(mt-idx)(9:1) = "-"
              AND mt-eff(mt-idx)(10:8) IS NUMERIC THEN
                     MOVE mt-eff(mt-idx)(10:8) TO rp-to
              END-IF.

       440-Show-Difference.
              MOVE rp-d(rp-q) TO rp-d-z.
              MOVE rp-jumps1(rp-q) TO rp-j1-z.
              MOVE rp-jumps2(rp-q) TO rp-j2-z.
              MOVE "NO" TO rp-res1 rp-res2.
              IF rp-ok1(rp-q) = "Y" THEN
                     MOVE SPACE TO rp-res1
                     STRING "YES " DELIMITED BY SIZE
                            TRIM(rp-j1-z) DELIMITED BY SIZE
                            " JUMPS" DELIMITED BY SIZE
                            INTO rp-res1
                     END-STRING
              END-IF.
              IF rp-ok2(rp-q) = "Y" THEN
                     MOVE SPACE TO rp-res2
                     STRING "YES " DELIMITED BY SIZE
                            TRIM(rp-j2-z) DELIMITED BY SIZE
                            " JUMPS" DELIMITED BY SIZE
                            INTO rp-res2
                     END-STRING
              END-IF.
              DISPLAY "  QUERY " rp-d-z ": CURRENT " rp-res1
                     " CANDIDATE " TRIM(rp-res2).

      *> 版ごとの状態と作成者/承認者の一覧
       300-Approval-Report.
              DISPLAY "DIE-MASTER APPROVAL REPORT".

       310-Report-One-Version.
              MOVE SPACE TO ap-author ap-approver.
              MOVE 0 TO ap-acc-diffs.
              MOVE 0 TO ap-au-date ap-au-time.
              MOVE 0 TO ap-ap-date ap-ap-time.
              IF ap-count > 0 THEN
                               TRIM(mt-id(mt-found))
                            AND ap-ver(ap-idx) = mt-ver(mt-found)
                            THEN
                                   IF TRIM(ap-role(ap-idx)) =
                                      "ACCEPTED" THEN
                                          MOVE ap-diffs(ap-idx)
                                                 TO ap-acc-diffs
                                   ELSE
                                   IF TRIM(ap-role(ap-idx)) =
                                      "AUTHOR" THEN
                                          MOVE ap-op(ap-idx)
                                          MOVE ap-time(ap-idx)
                                                 TO ap-ap-time
                                   END-IF
                                   END-IF
                            END-IF
                     END-PERFORM
              END-IF.
              MOVE mt-ver(mt-found) TO mt-ver-z.
              DISPLAY "  " mt-id(mt-found) " V" TRIM(mt-ver-z)
                     " " mt-status(mt-found)
                     " EFFECTIVE " mt-eff(mt-found)(1:17)
                     " AUTHOR " ap-author " " ap-au-date " "
                     ap-au-time
                     " DECIDED-BY " ap-approver " " ap-ap-date " "
                     ap-ap-time.
              IF ap-acc-diffs > 0 THEN
                     MOVE ap-acc-diffs TO rp-d-z
                     DISPLAY "      REGRESSION DIFFERENCES ACCEPTED: "
                            TRIM(rp-d-z)
              END-IF.

       COPY DIEWALKPD.
       COPY ROLESPD.
       COPY SIGNONPD.
       END PROGRAM DieApprove.
