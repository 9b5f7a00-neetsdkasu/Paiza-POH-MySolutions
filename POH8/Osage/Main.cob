                     ASSIGN TO "OSAGE-WEEK-PLAN"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Week-Plan-Status.
              SELECT OPTIONAL OSAGE-STAFF-ROSTER
                     ASSIGN TO "OSAGE-STAFF-ROSTER"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Staff-Roster-Status.
       COPY RUNHISTSL.
       COPY MSGCATSL.
       DATA DIVISION.
       FILE SECTION.
       FD  OSAGE-WEEK-PLAN.
              01 OSAGE-WEEK-PLAN-RECORD PIC X(20).
       FD  OSAGE-STAFF-ROSTER.
              01 OSAGE-STAFF-ROSTER-RECORD PIC X(80).
       COPY RUNHISTFD.
       COPY MSGCATFD.
       WORKING-STORAGE SECTION.
       COPY RUNHISTWS.
       COPY MSGCATWS.
       01 OPTIMIZE-VALUES.
              05 OPT-LINE   PIC X(40).
              05 OPT-TOK-1  PIC X(10).
              05 OPT-TOK-2  PIC X(10).
              05 OPT-TOK-3  PIC X(10).
              05 OPT-SKILL  PIC X(10) OCCURS 999 TIMES.
              05 OPT-OPER   PIC 99 OCCURS 999 TIMES.
              05 OPT-TRIED  PIC 9 OCCURS 999 TIMES.
              05 OPT-QUAL   PIC X OCCURS 999 TIMES.
              05 OPT-MUST   PIC X OCCURS 999 TIMES.
              05 OPT-KEEP   PIC X OCCURS 999 TIMES.
              05 OPT-BUDGET BINARY-LONG.
              05 WK-LEFT    BINARY-LONG.
              05 WK-OVER    PIC 999.
              05 WK-Z       PIC Z(9)9.
       01 Staff-Roster-Status PIC XX.
       01 STAFF-VALUES.
              05 ST-COUNT   PIC 99 VALUE 0.
              05 ST-IDX     PIC 99.
              05 ST-K       PIC 99.
              05 ST-BEST    PIC 99.
              05 ST-BEST-LEFT BINARY-LONG.
              05 ST-LEFT    BINARY-LONG.
              05 ST-QUALIFIED PIC X.
              05 ST-TABLE OCCURS 20 TIMES.
                     10 ST-NAME    PIC X(10).
                     10 ST-SKILLS  PIC X(40).
                     10 ST-SKILL   PIC X(10) OCCURS 8 TIMES.
                     10 ST-MINUTES BINARY-LONG.
                     10 ST-CAP     BINARY-LONG.
                     10 ST-USED    BINARY-LONG OCCURS 7 TIMES.
              05 ST-NAME-TOK  PIC X(12).
              05 ST-SKL-TOK   PIC X(42).
              05 ST-HRS-TOK   PIC X(8).
              05 ST-SKL-SHOW  PIC X(13).
              05 ST-MUST-SHOW PIC X(12).
       01 ANSWER-VALUES.
              05 INT-N   BINARY-LONG.
              05 INT-M   PIC 999.
              PERFORM WITH TEST AFTER
              VARYING INT-I FROM 1 BY 1 UNTIL INT-I >= INT-M
                     MOVE SPACE TO OPT-LINE OPT-TOK-1 OPT-TOK-2
                                   OPT-TOK-3
                     ACCEPT OPT-LINE
                     UNSTRING OPT-LINE DELIMITED BY ALL " "
                            INTO OPT-TOK-1 OPT-TOK-2 OPT-TOK-3
                     MOVE NUMVAL(TRIM(OPT-TOK-1))
                            TO INT-T-ARR(INT-I)
                     MOVE "N" TO OPT-MUST(INT-I)
                     IF TRIM(OPT-TOK-2) = "*" THEN
                            MOVE "Y" TO OPT-MUST(INT-I)
                            MOVE OPT-TOK-3 TO OPT-SKILL(INT-I)
                     ELSE
                            MOVE OPT-TOK-2 TO OPT-SKILL(INT-I)
                            IF TRIM(OPT-TOK-3) = "*" THEN
                                   MOVE "Y" TO OPT-MUST(INT-I)
                            END-IF
                     END-IF
                     MOVE 0 TO OPT-DAY(INT-I) OPT-OPER(INT-I)
                            OPT-TRIED(INT-I)
              END-PERFORM.

              PERFORM 240-Load-Staff-Roster THRU 242-Staff-Loaded.
              IF ST-COUNT > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING WK-IDX FROM 1 BY 1
                     UNTIL WK-IDX >= WK-COUNT
                            PERFORM 250-Staff-One-Day
                                   THRU 252-Staff-Day-End
                     END-PERFORM
                     PERFORM 270-Staff-Schedule
              ELSE
                     PERFORM WITH TEST AFTER
                     VARYING WK-IDX FROM 1 BY 1
                     UNTIL WK-IDX >= WK-COUNT
                            PERFORM 210-Fill-One-Day
                     END-PERFORM
                     PERFORM 230-Week-Grid
              END-IF.
              MOVE INT-M TO Run-Hist-Read.
              MOVE WK-OVER TO Run-Hist-Reject.
              PERFORM Write-Run-History.
                     GO TO 211-Greedy-Day
              END-IF.

      *> 週次計画のタスク行は "minutes [*] [skill]"。要員名簿
      *> OSAGE-STAFF-ROSTER があれば日ごとの共通枠ではなく、要員
      *> ごとの枠で割り付ける (230 の代わりに 270 で出力)。
       230-Week-Grid.
              DISPLAY "WEEK AT A GLANCE:".
              PERFORM WITH TEST AFTER
                     MOVE 2 TO RETURN-CODE
              END-IF.

      *> 要員名簿 ("operator skill[,skill...] hours-per-day")。
      *> スキル ALL はどのタスクでも担当できる。1日の枠は名簿の
      *> 時間と週次計画のその日の時間の小さいほう。
       240-Load-Staff-Roster.
              OPEN INPUT OSAGE-STAFF-ROSTER.
              IF Staff-Roster-Status NOT = "00" THEN
                     IF Staff-Roster-Status = "05" THEN
                            CLOSE OSAGE-STAFF-ROSTER
                     END-IF
                     GO TO 242-Staff-Loaded
              END-IF.
       241-Read-Staff.
              READ OSAGE-STAFF-ROSTER
                     AT END
                         CLOSE OSAGE-STAFF-ROSTER
                         GO TO 242-Staff-Loaded
              END-READ.
              IF OSAGE-STAFF-ROSTER-RECORD = SPACE
              OR OSAGE-STAFF-ROSTER-RECORD(1:1) = "*"
              OR ST-COUNT >= 20 THEN
                     GO TO 241-Read-Staff
              END-IF.
              MOVE SPACE TO ST-NAME-TOK ST-SKL-TOK ST-HRS-TOK.
              UNSTRING OSAGE-STAFF-ROSTER-RECORD DELIMITED BY ALL " "
                     INTO ST-NAME-TOK ST-SKL-TOK ST-HRS-TOK.
              IF ST-SKL-TOK = SPACE OR ST-HRS-TOK = SPACE
              OR TRIM(ST-HRS-TOK) IS NOT NUMERIC THEN
                     DISPLAY "WARNING: BAD STAFF ROSTER LINE SKIPPED: "
                            TRIM(OSAGE-STAFF-ROSTER-RECORD)
                     GO TO 241-Read-Staff
              END-IF.
              ADD 1 TO ST-COUNT.
              MOVE ST-NAME-TOK TO ST-NAME(ST-COUNT).
              MOVE ST-SKL-TOK TO ST-SKILLS(ST-COUNT).
              PERFORM VARYING ST-K FROM 1 BY 1 UNTIL ST-K > 8
                     MOVE SPACE TO ST-SKILL(ST-COUNT, ST-K)
              END-PERFORM.
              UNSTRING ST-SKL-TOK DELIMITED BY ","
                     INTO ST-SKILL(ST-COUNT, 1) ST-SKILL(ST-COUNT, 2)
                          ST-SKILL(ST-COUNT, 3) ST-SKILL(ST-COUNT, 4)
                          ST-SKILL(ST-COUNT, 5) ST-SKILL(ST-COUNT, 6)
                          ST-SKILL(ST-COUNT, 7) ST-SKILL(ST-COUNT, 8).
              COMPUTE ST-MINUTES(ST-COUNT) =
                     NUMVAL(TRIM(ST-HRS-TOK)) * 60.
              PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 7
                     MOVE 0 TO ST-USED(ST-COUNT, WK-IDX)
              END-PERFORM.
              GO TO 241-Read-Staff.
       242-Staff-Loaded.
              EXIT.

      *> 1日ぶんの要員割付: 必須を先頭から、続いて未配置の小さい
      *> 順。各タスクはスキルを持ち枠の残りがいちばん大きい要員へ。
       250-Staff-One-Day.
              PERFORM VARYING ST-IDX FROM 1 BY 1
              UNTIL ST-IDX > ST-COUNT
                     MOVE ST-MINUTES(ST-IDX) TO ST-CAP(ST-IDX)
                     IF WK-BUDGET(WK-IDX) < ST-CAP(ST-IDX) THEN
                            MOVE WK-BUDGET(WK-IDX) TO ST-CAP(ST-IDX)
                     END-IF
              END-PERFORM.
              PERFORM WITH TEST AFTER
              VARYING INT-I FROM 1 BY 1 UNTIL INT-I >= INT-M
                     IF OPT-MUST(INT-I) = "Y"
                     AND OPT-DAY(INT-I) = 0 THEN
                            PERFORM 260-Pick-Operator
                            IF ST-BEST > 0 THEN
                                   PERFORM 262-Place-Task
                            END-IF
                     END-IF
              END-PERFORM.
       251-Greedy-Staff.
              MOVE 0 TO OPT-BEST-J.
              MOVE 999999999 TO OPT-BEST.
              PERFORM WITH TEST AFTER
              VARYING OPT-J FROM 1 BY 1 UNTIL OPT-J >= INT-M
                     IF OPT-DAY(OPT-J) = 0
                     AND OPT-TRIED(OPT-J) NOT = WK-IDX
                     AND INT-T-ARR(OPT-J) < OPT-BEST THEN
                            MOVE INT-T-ARR(OPT-J) TO OPT-BEST
                            MOVE OPT-J TO OPT-BEST-J
                     END-IF
              END-PERFORM.
              IF OPT-BEST-J = 0 THEN
                     GO TO 252-Staff-Day-End
              END-IF.
              MOVE WK-IDX TO OPT-TRIED(OPT-BEST-J).
              MOVE OPT-BEST-J TO INT-I.
              PERFORM 260-Pick-Operator.
              IF ST-BEST > 0 THEN
                     PERFORM 262-Place-Task
              END-IF.
              GO TO 251-Greedy-Staff.
       252-Staff-Day-End.
              EXIT.

      *> タスク INT-I を担当できる要員のうち、その日の枠の残りが
      *> いちばん大きい者を ST-BEST に (いなければ 0)
       260-Pick-Operator.
              MOVE 0 TO ST-BEST.
              MOVE -1 TO ST-BEST-LEFT.
              PERFORM VARYING ST-IDX FROM 1 BY 1
              UNTIL ST-IDX > ST-COUNT
                     PERFORM 261-Check-Skill
                     COMPUTE ST-LEFT = ST-CAP(ST-IDX)
                            - ST-USED(ST-IDX, WK-IDX)
                     IF ST-QUALIFIED = "Y"
                     AND INT-T-ARR(INT-I) <= ST-LEFT
                     AND ST-LEFT > ST-BEST-LEFT THEN
                            MOVE ST-IDX TO ST-BEST
                            MOVE ST-LEFT TO ST-BEST-LEFT
                     END-IF
              END-PERFORM.

       261-Check-Skill.
              MOVE "N" TO ST-QUALIFIED.
              IF OPT-SKILL(INT-I) = SPACE THEN
                     MOVE "Y" TO ST-QUALIFIED
              END-IF.
              PERFORM VARYING ST-K FROM 1 BY 1 UNTIL ST-K > 8
                     IF ST-SKILL(ST-IDX, ST-K) NOT = SPACE
                     AND (ST-SKILL(ST-IDX, ST-K) = OPT-SKILL(INT-I)
                          OR ST-SKILL(ST-IDX, ST-K) = "ALL") THEN
                            MOVE "Y" TO ST-QUALIFIED
                     END-IF
              END-PERFORM.

       262-Place-Task.
              MOVE WK-IDX TO OPT-DAY(INT-I).
              MOVE ST-BEST TO OPT-OPER(INT-I).
              ADD INT-T-ARR(INT-I) TO ST-USED(ST-BEST, WK-IDX).
              ADD INT-T-ARR(INT-I) TO WK-USED(WK-IDX).

      *> 要員ごとの日別予定と、割り付けられなかったタスク
       270-Staff-Schedule.
              DISPLAY "STAFF SCHEDULE:".
              PERFORM VARYING ST-IDX FROM 1 BY 1
              UNTIL ST-IDX > ST-COUNT
                     COMPUTE WK-LEFT = ST-MINUTES(ST-IDX) / 60
                     MOVE WK-LEFT TO WK-Z
                     DISPLAY "  " TRIM(ST-NAME(ST-IDX)) " ("
                            TRIM(ST-SKILLS(ST-IDX)) ", "
                            TRIM(WK-Z) " HOURS/DAY):"
                     PERFORM WITH TEST AFTER
                     VARYING WK-IDX FROM 1 BY 1
                     UNTIL WK-IDX >= WK-COUNT
                            PERFORM 271-Staff-Day
                     END-PERFORM
              END-PERFORM.
              MOVE 0 TO WK-OVER.
              DISPLAY "UNASSIGNED TASKS:".
              PERFORM WITH TEST AFTER
              VARYING INT-I FROM 1 BY 1 UNTIL INT-I >= INT-M
                     IF OPT-DAY(INT-I) = 0 THEN
                            ADD 1 TO WK-OVER
                            PERFORM 272-Unassigned-Task
                     END-IF
              END-PERFORM.
              IF WK-OVER = 0 THEN
                     DISPLAY "  NONE"
              ELSE
                     MOVE 2 TO RETURN-CODE
              END-IF.

       271-Staff-Day.
              DISPLAY "    " WK-LABEL(WK-IDX) ":".
              MOVE 0 TO INT-C.
              PERFORM WITH TEST AFTER
              VARYING INT-I FROM 1 BY 1 UNTIL INT-I >= INT-M
                     IF OPT-DAY(INT-I) = WK-IDX
                     AND OPT-OPER(INT-I) = ST-IDX THEN
                            ADD 1 TO INT-C
                            PERFORM 273-Task-Skill-Text
                            MOVE INT-I TO OPT-J-Z
                            MOVE INT-T-ARR(INT-I) TO OPT-Z
                            IF OPT-MUST(INT-I) = "Y" THEN
                                   DISPLAY "      TASK "
                                          TRIM(OPT-J-Z) ": "
                                          TRIM(OPT-Z) " MINUTES"
                                          TRIM(ST-SKL-SHOW TRAILING)
                                          " (MUST-RUN)"
                            ELSE
                                   DISPLAY "      TASK "
                                          TRIM(OPT-J-Z) ": "
                                          TRIM(OPT-Z) " MINUTES"
                                          TRIM(ST-SKL-SHOW TRAILING)
                            END-IF
                     END-IF
              END-PERFORM.
              IF INT-C = 0 THEN
                     DISPLAY "      (NO TASKS)"
              END-IF.
              MOVE ST-MINUTES(ST-IDX) TO ST-CAP(ST-IDX).
              IF WK-BUDGET(WK-IDX) < ST-CAP(ST-IDX) THEN
                     MOVE WK-BUDGET(WK-IDX) TO ST-CAP(ST-IDX)
              END-IF.
              COMPUTE WK-LEFT =
                     ST-CAP(ST-IDX) - ST-USED(ST-IDX, WK-IDX).
              MOVE WK-LEFT TO WK-Z.
              DISPLAY "      LEFTOVER: " TRIM(WK-Z) " MINUTES".

      *> 担当できる要員が名簿にいないのか、枠が足りないのかを示す
       272-Unassigned-Task.
              PERFORM 273-Task-Skill-Text.
              MOVE "N" TO OPT-QUAL(INT-I).
              PERFORM VARYING ST-IDX FROM 1 BY 1
              UNTIL ST-IDX > ST-COUNT
                     PERFORM 261-Check-Skill
                     IF ST-QUALIFIED = "Y" THEN
                            MOVE "Y" TO OPT-QUAL(INT-I)
                     END-IF
              END-PERFORM.
              MOVE INT-I TO OPT-J-Z.
              MOVE INT-T-ARR(INT-I) TO OPT-Z.
              MOVE SPACE TO ST-MUST-SHOW.
              IF OPT-MUST(INT-I) = "Y" THEN
                     MOVE " (MUST-RUN!)" TO ST-MUST-SHOW
              END-IF.
              IF OPT-QUAL(INT-I) = "N" THEN
                     DISPLAY "  TASK " TRIM(OPT-J-Z) ": "
                            TRIM(OPT-Z) " MINUTES"
                            TRIM(ST-SKL-SHOW TRAILING)
                            TRIM(ST-MUST-SHOW TRAILING)
                            " - NO QUALIFIED OPERATOR"
              ELSE
                     DISPLAY "  TASK " TRIM(OPT-J-Z) ": "
                            TRIM(OPT-Z) " MINUTES"
                            TRIM(ST-SKL-SHOW TRAILING)
                            TRIM(ST-MUST-SHOW TRAILING)
                            " - NO QUALIFIED CAPACITY LEFT"
              END-IF.

       273-Task-Skill-Text.
              MOVE SPACE TO ST-SKL-SHOW.
              IF OPT-SKILL(INT-I) NOT = SPACE THEN
                     STRING " [" DELIMITED BY SIZE
                            TRIM(OPT-SKILL(INT-I)) DELIMITED BY SIZE
                            "]" DELIMITED BY SIZE
                            INTO ST-SKL-SHOW
                     END-STRING
              END-IF.

       COPY RUNHISTPD.
       COPY MSGCATPD.
       END PROGRAM MAIN.
