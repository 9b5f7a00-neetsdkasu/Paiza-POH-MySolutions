       *>
       *> すごろくチェッカーの台帳: 名前付きダイス表マスタの保守。
       *> SYSIN コマンド:
       *>   LIST [<as-of-date>]
       *>   REGISTER <table-id> <effective-from> [<effective-to>]
       *>     (続く行: n, その次の行: マス目 n 個の空白区切り)
       *>   RETIRE <table-id> [<version>]
       *>   QUERIES <table-id>
       *>     (続く行: m, その次の m 行: 回帰クエリの開始位置)
       *>     表IDの回帰クエリ集合を置き換える。dieappr が昇格前に
       *>     現行版と候補版へ流して結果の差を確認する。
       *> マスタのレコード形式:
       *>   TABLE-ID VERSION EFFDATE STATUS N CELL1 CELL2 ...
       *> EFFDATE は YYYYMMDD か YYYYMMDD-YYYYMMDD (終了日を含む)。
       *> チェッカーは実行日に有効な ACTIVE 版のうち最新の版を使う。
       *> LIST は ACTIVE 版を基準日 (省略時は今日) で SCHEDULED /
       *> CURRENT / SUPERSEDED / EXPIRED に分け、翌日に変わるものは
       *> 変化後の状態も併記する。
       *>
       *> 二人承認: REGISTER は PENDING で登録され、チェッカーは
       *> 無視する。別の担当者が dieappr.cob で ACTIVE へ昇格
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
       COPY ROLESWS.
              01 Approvals-Status PIC XX.
              01 Die-Master-Status PIC XX.
              01 Regression-Status PIC XX.
              01 Regression-Values.
                     05 rq-count   PIC 9(4) VALUE 0.
                     05 rq-idx     PIC 9(4).
                     05 rq-old     PIC 9(4) VALUE 0.
                     05 rq-m       PIC 9(4).
                     05 rq-q       PIC 9(4).
                     05 rq-line    PIC X(10).
                     05 rq-z       PIC ZZZ9.
                     05 rq-table OCCURS 2000 TIMES.
                            10 rq-id PIC X(12).
                            10 rq-d  PIC 9(4).
              01 Command-Values.
                     05 cmd-line   PIC X(80).
                     05 cmd-verb   PIC X(10).
                     05 cmd-id     PIC X(12).
                     05 cmd-eff    PIC X(10).
                     05 cmd-to     PIC X(10).
                     05 cmd-from-d PIC 9(8).
                     05 cmd-to-d   PIC 9(8).
       01 Register-Values.
              05 reg-n      PIC X(10).
              05 reg-eff    PIC X(20).
              05 reg-cells  PIC X(400).
              05 reg-count  BINARY-SHORT.
              05 reg-i      BINARY-SHORT.
                            10 mt-id     PIC X(12).
                            10 mt-ver    PIC 9(3).
                            10 mt-status PIC X(8).
                            10 mt-from   PIC 9(8).
                            10 mt-to     PIC 9(8).
                            10 mt-calc   PIC X(10).
                            10 mt-now    PIC X(10).
                     05 mt-best    PIC 9(3).
                     05 mt-next    PIC 9(3).
                     05 mt-ver-z   PIC ZZ9.
                     05 mt-tok-ver PIC X(10).
                     05 mt-tok-eff PIC X(20).
                     05 mt-oth     PIC 9(3).
                     05 mt-asof    PIC 9(8).
                     05 mt-next-day PIC 9(8).
                     05 mt-list-date PIC 9(8).
                     05 mt-tok-st  PIC X(10).
       PROCEDURE DIVISION.
       MainRoutine SECTION.
              MOVE "DIEMAST" TO Audit-Program.
              PERFORM Operator-Sign-On.
              ACCEPT cmd-line.
              MOVE SPACE TO cmd-verb cmd-id cmd-eff cmd-to.
              UNSTRING cmd-line DELIMITED BY ALL " "
                     INTO cmd-verb cmd-id cmd-eff cmd-to.

              PERFORM 010-Load-Master THRU 012-Master-Loaded.

              EVALUATE TRIM(cmd-verb)
                  WHEN "LIST"
                      PERFORM 100-List-Tables THRU 100-List-Tables-End
                  WHEN "REGISTER"
                      MOVE "SUPERVISOR" TO Role-Required
                      PERFORM Check-Operator-Role
                      PERFORM Check-Operator-Role
                             THRU Check-Operator-Role-End
                      PERFORM 300-Retire-Table
                  WHEN "QUERIES"
                      MOVE "SUPERVISOR" TO Role-Required
                      PERFORM Check-Operator-Role
                             THRU Check-Operator-Role-End
                      PERFORM 400-Replace-Queries
                  WHEN OTHER
                      DISPLAY "ERROR: UNKNOWN COMMAND " TRIM(cmd-verb)
                      DISPLAY "COMMANDS: LIST / REGISTER / RETIRE"
                             " / QUERIES"
                      MOVE 1 TO RETURN-CODE
              END-EVALUATE.
              STOP RUN.
                            TO mt-ver(mt-count)
              END-IF.
              MOVE mt-tok-st TO mt-status(mt-count).
              MOVE 0 TO mt-from(mt-count) mt-to(mt-count).
              IF mt-tok-eff(1:8) IS NUMERIC THEN
                     MOVE mt-tok-eff(1:8) TO mt-from(mt-count)
              END-IF.
              IF mt-tok-eff(9:1) = "-"
              AND mt-tok-eff(10:8) IS NUMERIC THEN
                     MOVE mt-tok-eff(10:8) TO mt-to(mt-count)
              END-IF.
              GO TO 011-Read-Master.
       012-Master-Loaded.
              EXIT.
       100-List-Tables.
              IF mt-count = 0 THEN
                     DISPLAY "DIE-MASTER IS EMPTY"
                     GO TO 100-List-Tables-End
              END-IF.
              ACCEPT mt-asof FROM DATE YYYYMMDD.
              IF cmd-id NOT = SPACE THEN
                     IF TRIM(cmd-id) IS NOT NUMERIC
                     OR STORED-CHAR-LENGTH(cmd-id) NOT = 8 THEN
                            DISPLAY "ERROR: AS-OF DATE MUST BE"
                                   " YYYYMMDD"
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                     END-IF
                     MOVE cmd-id(1:8) TO mt-asof
                     IF TEST-DATE-YYYYMMDD(mt-asof) NOT = 0 THEN
                            DISPLAY "ERROR: AS-OF DATE IS NOT A"
                                   " VALID DATE"
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                     END-IF
              END-IF.
              MOVE DATE-OF-INTEGER(INTEGER-OF-DATE(mt-asof) + 1)
                     TO mt-next-day.
      *> 基準日と翌日の状態を求め、変わるものは矢印で示す
              MOVE mt-asof TO mt-list-date.
              PERFORM 110-Set-States.
              PERFORM WITH TEST AFTER
              VARYING mt-idx FROM 1 BY 1 UNTIL mt-idx >= mt-count
                     MOVE mt-calc(mt-idx) TO mt-now(mt-idx)
              END-PERFORM.
              MOVE mt-next-day TO mt-list-date.
              PERFORM 110-Set-States.
              DISPLAY "DIE-MASTER AS OF " mt-asof
                     " (CHANGES ON " mt-next-day " SHOWN AS ->)".
              PERFORM WITH TEST AFTER
              VARYING mt-idx FROM 1 BY 1 UNTIL mt-idx >= mt-count
                     IF mt-calc(mt-idx) = mt-now(mt-idx) THEN
                            DISPLAY mt-now(mt-idx) "             "
                                   TRIM(mt-record(mt-idx))
                     ELSE
                            DISPLAY mt-now(mt-idx) " -> "
                                   mt-calc(mt-idx) " "
                                   TRIM(mt-record(mt-idx))
                     END-IF
              END-PERFORM.
       100-List-Tables-End.
              EXIT.

      *> mt-list-date 時点の状態を mt-calc に入れる。ACTIVE 以外は
      *> そのままの状態、ACTIVE は期間外なら SCHEDULED / EXPIRED、
      *> 期間内の同じ表IDで最新の版が CURRENT、他は SUPERSEDED
       110-Set-States.
              PERFORM WITH TEST AFTER
              VARYING mt-idx FROM 1 BY 1 UNTIL mt-idx >= mt-count
                     MOVE mt-status(mt-idx) TO mt-calc(mt-idx)
                     IF TRIM(mt-status(mt-idx)) = "ACTIVE" THEN
                            MOVE "SUPERSEDED" TO mt-calc(mt-idx)
                            IF mt-from(mt-idx) > mt-list-date THEN
                                   MOVE "SCHEDULED" TO mt-calc(mt-idx)
                            END-IF
                            IF mt-to(mt-idx) > 0
                            AND mt-to(mt-idx) < mt-list-date THEN
                                   MOVE "EXPIRED" TO mt-calc(mt-idx)
                            END-IF
                     END-IF
              END-PERFORM.
              PERFORM WITH TEST AFTER
              VARYING mt-idx FROM 1 BY 1 UNTIL mt-idx >= mt-count
                     IF mt-calc(mt-idx) = "SUPERSEDED" THEN
                            MOVE mt-idx TO mt-best
                            PERFORM WITH TEST AFTER
                            VARYING mt-oth FROM 1 BY 1
                            UNTIL mt-oth >= mt-count
                                   IF mt-calc(mt-oth) = "SUPERSEDED"
                                   OR mt-calc(mt-oth) = "CURRENT"
                                   THEN
                                          IF TRIM(mt-id(mt-oth)) =
                                             TRIM(mt-id(mt-idx))
                                          AND mt-ver(mt-oth) >
                                              mt-ver(mt-best) THEN
                                                 MOVE mt-oth
                                                   TO mt-best
                                          END-IF
                                   END-IF
                            END-PERFORM
                            IF mt-best = mt-idx THEN
                                   MOVE "CURRENT" TO mt-calc(mt-idx)
                            END-IF
                     END-IF
              END-PERFORM.

       200-Register-Table.
              IF cmd-id = SPACE OR cmd-eff = SPACE THEN
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              PERFORM 240-Check-Effective-Dates
                     THRU 240-Check-Effective-Dates-End.
              ACCEPT reg-n.
              IF reg-n = SPACE OR TRIM(reg-n) IS NOT NUMERIC THEN
                     DISPLAY "ERROR: CELL COUNT LINE IS NOT NUMERIC"
                     " " DELIMITED BY SIZE
                     TRIM(mt-ver-z) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     TRIM(reg-eff) DELIMITED BY SIZE
                     " PENDING " DELIMITED BY SIZE
                     TRIM(reg-n) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
              MOVE "PENDING" TO Audit-After.
              PERFORM Write-Activity-Audit.
              DISPLAY "REGISTERED " TRIM(cmd-id) " VERSION "
                     TRIM(mt-ver-z) " AS PENDING, EFFECTIVE "
                     TRIM(reg-eff).
              DISPLAY "A SECOND OPERATOR MUST APPROVE IT WITH"
                     " dieappr BEFORE THE CHECKER USES IT".

      *> 有効開始日 (必須) と終了日 (任意、開始日以降) の確認
       240-Check-Effective-Dates.
              MOVE 0 TO cmd-from-d cmd-to-d.
              IF TRIM(cmd-eff) IS NOT NUMERIC
              OR STORED-CHAR-LENGTH(cmd-eff) NOT = 8 THEN
                     DISPLAY "ERROR: EFFECTIVE-FROM MUST BE YYYYMMDD"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              MOVE cmd-eff(1:8) TO cmd-from-d.
              MOVE cmd-from-d TO reg-eff.
              IF TEST-DATE-YYYYMMDD(cmd-from-d) NOT = 0 THEN
                     DISPLAY "ERROR: EFFECTIVE-FROM IS NOT A VALID"
                            " DATE"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              IF cmd-to = SPACE THEN
                     GO TO 240-Check-Effective-Dates-End
              END-IF.
              IF TRIM(cmd-to) IS NOT NUMERIC
              OR STORED-CHAR-LENGTH(cmd-to) NOT = 8 THEN
                     DISPLAY "ERROR: EFFECTIVE-TO MUST BE YYYYMMDD"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              MOVE cmd-to(1:8) TO cmd-to-d.
              IF TEST-DATE-YYYYMMDD(cmd-to-d) NOT = 0
              OR cmd-to-d < cmd-from-d THEN
                     DISPLAY "ERROR: EFFECTIVE-TO MUST BE A VALID"
                            " DATE NOT BEFORE EFFECTIVE-FROM"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              MOVE SPACE TO reg-eff.
              STRING cmd-from-d DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     cmd-to-d DELIMITED BY SIZE
                     INTO reg-eff
              END-STRING.
       240-Check-Effective-Dates-End.
              EXIT.

      *> 作成者を承認台帳へ記録する
       230-Record-Author.
              OPEN EXTEND DIE-APPROVALS.
                     STOP RUN
              END-IF.
              MOVE 0 TO mt-best.
              IF cmd-eff NOT = SPACE THEN
                     IF TRIM(cmd-eff) IS NOT NUMERIC THEN
                            DISPLAY "ERROR: VERSION MUST BE NUMERIC"
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                     END-IF
                     PERFORM 330-Find-Active-Version
              ELSE
                     PERFORM 320-Find-Latest-Active
              END-IF.
              IF mt-best = 0 THEN
                     DISPLAY "ERROR: NO ACTIVE VERSION OF "
                            TRIM(cmd-id) " ON MASTER"
                     END-PERFORM
              END-IF.

      *> 指定版が ACTIVE なら mt-best に返す (予定版の取り消しなど)
       330-Find-Active-Version.
              IF mt-count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING mt-idx FROM 1 BY 1
                     UNTIL mt-idx >= mt-count
                            IF TRIM(mt-id(mt-idx)) = TRIM(cmd-id)
                            AND TRIM(mt-status(mt-idx)) = "ACTIVE"
                            AND mt-ver(mt-idx) =
                                NUMVAL(TRIM(cmd-eff)) THEN
                                   MOVE mt-ver(mt-idx) TO mt-best
                            END-IF
                     END-PERFORM
              END-IF.

       310-Mark-Retired.
      *> レコード内の ACTIVE を RETIRED に置き換えて組み立て直す
              MOVE SPACE TO DIE-MASTER-RECORD.
              MOVE DIE-MASTER-RECORD TO mt-record(mt-idx).
              MOVE "RETIRED" TO mt-status(mt-idx).

      *> 表IDの回帰クエリ集合を SYSIN の m 件で置き換える
       400-Replace-Queries.
              IF cmd-id = SPACE THEN
                     DISPLAY "ERROR: QUERIES NEEDS TABLE-ID"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              PERFORM 410-Load-Queries THRU 412-Queries-Loaded.
              MOVE SPACE TO rq-line.
              ACCEPT rq-line.
              IF rq-line = SPACE OR TRIM(rq-line) IS NOT NUMERIC THEN
                     DISPLAY "ERROR: QUERY COUNT LINE IS NOT NUMERIC"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              MOVE NUMVAL(TRIM(rq-line)) TO rq-m.
              IF rq-m = 0 OR rq-m > 200 THEN
                     DISPLAY "ERROR: A REGRESSION SET HOLDS 1 TO 200"
                            " QUERIES"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              IF rq-count + rq-m > 2000 THEN
                     DISPLAY "ERROR: DIE-REGRESSION WOULD EXCEED 2000"
                            " RECORDS"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              PERFORM WITH TEST AFTER
              VARYING rq-q FROM 1 BY 1 UNTIL rq-q >= rq-m
                     MOVE SPACE TO rq-line
                     ACCEPT rq-line
                     IF rq-line = SPACE
                     OR TRIM(rq-line) IS NOT NUMERIC THEN
                            DISPLAY "ERROR: QUERY LINE IS NOT A"
                                   " NON-NEGATIVE NUMBER"
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                     END-IF
                     ADD 1 TO rq-count
                     MOVE cmd-id TO rq-id(rq-count)
                     MOVE NUMVAL(TRIM(rq-line)) TO rq-d(rq-count)
              END-PERFORM.
              OPEN OUTPUT DIE-REGRESSION.
              PERFORM WITH TEST AFTER
              VARYING rq-idx FROM 1 BY 1 UNTIL rq-idx >= rq-count
                     MOVE SPACE TO DIE-REGRESSION-RECORD
                     MOVE rq-id(rq-idx) TO DR-ID
                     MOVE rq-d(rq-idx) TO DR-D
                     WRITE DIE-REGRESSION-RECORD
              END-PERFORM.
              CLOSE DIE-REGRESSION.
              MOVE SPACE TO Audit-Field.
              STRING TRIM(cmd-id) DELIMITED BY SIZE
                     "-QUERIES" DELIMITED BY SIZE
                     INTO Audit-Field
              END-STRING.
              MOVE rq-old TO rq-z.
              MOVE TRIM(rq-z) TO Audit-Before.
              MOVE rq-m TO rq-z.
              MOVE TRIM(rq-z) TO Audit-After.
              PERFORM Write-Activity-Audit.
              DISPLAY "REGRESSION SET FOR " TRIM(cmd-id) ": "
                     TRIM(rq-z) " QUERY(S)".

      *> 他の表IDのクエリだけを残して読み込む (置き換え対象は数える)
       410-Load-Queries.
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
              IF TRIM(DR-ID) = TRIM(cmd-id) THEN
                     ADD 1 TO rq-old
                     GO TO 411-Read-Query
              END-IF.
              IF rq-count >= 2000 THEN
                     DISPLAY "ERROR: DIE-REGRESSION EXCEEDS 2000"
                            " RECORDS"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO rq-count.
              MOVE DR-ID TO rq-id(rq-count).
              MOVE DR-D TO rq-d(rq-count).
              GO TO 411-Read-Query.
       412-Queries-Loaded.
              EXIT.

       COPY ROLESPD.
       COPY SIGNONPD.
       END PROGRAM DieMast.
