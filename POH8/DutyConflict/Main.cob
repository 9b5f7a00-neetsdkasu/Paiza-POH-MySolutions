       *> Try POH
       *> author: Leonardone @ NEETSDKASU
       *> ↓ 1行あたりの字数の目安
       *>==============================================================$
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
              FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL SOD-RULES
                     ASSIGN TO "SOD-RULES"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Sod-Rules-Status.
              SELECT OPTIONAL STAGING-CONTROL
                     ASSIGN TO "STAGING-CONTROL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Staging-Status.
              SELECT OPTIONAL DIE-APPROVALS
                     ASSIGN TO "DIE-APPROVALS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Approvals-Status.
              SELECT SOD-VIOLATIONS
                     ASSIGN TO "SOD-VIOLATIONS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Violations-Status.
       COPY SIGNONSL.
       COPY ROLESSL.
       COPY RUNHISTSL.
       COPY ERRLOGSL.
       COPY ALERTQSL.
       COPY CONFIGSL.
       DATA DIVISION.
       FILE SECTION.
      *> 職務分離の規則表:
      *>   ACTION name min-role AUDIT program after-word
      *>     活動監査で OA-PROGRAM が program、OA-AFTER の先頭の語が
      *>     after-word の記録。対象 (キー) は OA-FIELD
      *>   ACTION name min-role STAGING STAGED|APPROVER [status]
      *>     STAGING-CONTROL の登録者 / 承認者。対象は工程と登録日時
      *>   ACTION name min-role DIE AUTHOR|APPROVER|REJECTER
      *>     DIE-APPROVALS の役割。対象はダイ表 ID と版
      *>   RULE id action-a action-b description
      *>     同じ対象に同じ担当者が a と b の両方を行えば違反
      *> min-role はその操作に要る最低の役割 (OPERATOR /
      *> SUPERVISOR / ADMIN)。両方の操作を行える役割の担当者を
      *> 潜在的な抵触として挙げる
       FD  SOD-RULES.
              01 SOD-RULES-RECORD PIC X(80).
       FD  STAGING-CONTROL.
              01 STAGING-CONTROL-RECORD.
                     05 SC-STEP     PIC X(12).
                     05 FILLER      PIC X.
                     05 SC-STATUS   PIC X(8).
                     05 FILLER      PIC X.
                     05 SC-STAGED   PIC X(8).
                     05 FILLER      PIC X.
                     05 SC-DATE     PIC 9(8).
                     05 FILLER      PIC X.
                     05 SC-TIME     PIC 9(6).
                     05 FILLER      PIC X.
                     05 SC-APPROVER PIC X(8).
                     05 FILLER      PIC X.
                     05 SC-PATH     PIC X(60).
       FD  DIE-APPROVALS.
              01 DIE-APPROVALS-RECORD.
                     05 DA-ID    PIC X(12).
                     05 FILLER   PIC X.
                     05 DA-VER   PIC 9(3).
                     05 FILLER   PIC X.
                     05 DA-ROLE  PIC X(8).
                     05 FILLER   PIC X.
                     05 DA-OP    PIC X(8).
                     05 FILLER   PIC X.
                     05 DA-DATE  PIC 9(8).
                     05 FILLER   PIC X.
                     05 DA-TIME  PIC 9(6).
                     05 FILLER   PIC X.
                     05 DA-DIFFS PIC 9(4).
      *> 監査人向けの違反一覧 (実行ごとに作り直す)
       FD  SOD-VIOLATIONS.
              01 SOD-VIOLATIONS-RECORD.
                     05 VF-RULE     PIC X(8).
                     05 FILLER      PIC X.
                     05 VF-KEY      PIC X(30).
                     05 FILLER      PIC X.
                     05 VF-OPERATOR PIC X(8).
                     05 FILLER      PIC X.
                     05 VF-ACT-A    PIC X(12).
                     05 FILLER      PIC X.
                     05 VF-DATE-A   PIC 9(8).
                     05 FILLER      PIC X.
                     05 VF-ACT-B    PIC X(12).
                     05 FILLER      PIC X.
                     05 VF-DATE-B   PIC 9(8).
                     05 FILLER      PIC X.
                     05 VF-RUN-DATE PIC 9(8).
       COPY SIGNONFD.
       COPY ROLESFD.
       COPY RUNHISTFD.
       COPY ERRLOGFD.
       COPY ALERTQFD.
       COPY CONFIGFD.
       WORKING-STORAGE SECTION.
       COPY SIGNONWS.
       COPY ROLESWS.
       COPY RUNHISTWS.
       COPY ERRLOGWS.
       COPY ALERTQWS.
       COPY CONFIGWS.
       COPY REPORTWS.
       01 Sod-Rules-Status PIC XX.
       01 Staging-Status PIC XX.
       01 Approvals-Status PIC XX.
       01 Violations-Status PIC XX.
       01 Command-Values.
              05 Cmd-Line  PIC X(40).
              05 Cmd-Verb  PIC X(10).
              05 Cmd-Tok-2 PIC X(10).
              05 Cmd-Tok-3 PIC X(10).
       01 Card-Values.
              05 Card-Verb  PIC X(10).
              05 Card-Tok-2 PIC X(14).
              05 Card-Tok-3 PIC X(14).
              05 Card-Tok-4 PIC X(14).
              05 Card-Tok-5 PIC X(14).
              05 Card-Tok-6 PIC X(14).
              05 Card-Ptr   PIC 9(3).
              05 Card-Text  PIC X(40).
              05 Bad-Cards  PIC 9(3) VALUE 0.
       01 Period-Values.
              05 Today-Date  PIC 9(8).
              05 Period-Days PIC 9(4) VALUE 90.
              05 From-Date   PIC 9(8).
              05 To-Date     PIC 9(8).
              05 Period-Bad  PIC X.
       01 Action-Table-Values.
              05 AC-Count PIC 99 VALUE 0.
              05 AC-Idx   PIC 99.
              05 AC-Found PIC 99.
              05 AC-Table OCCURS 30 TIMES.
                     10 ac-name   PIC X(12).
                     10 ac-role   PIC X(10).
                     10 ac-rank   PIC 9.
                     10 ac-source PIC X(8).
                     10 ac-arg1   PIC X(12).
                     10 ac-arg2   PIC X(14).
                     10 ac-plen   PIC 99.
                     10 ac-events PIC 9(5).
       01 Rule-Table-Values.
              05 RU-Count PIC 99 VALUE 0.
              05 RU-Idx   PIC 99.
              05 RU-Table OCCURS 30 TIMES.
                     10 ru-id    PIC X(8).
                     10 ru-a     PIC 99.
                     10 ru-b     PIC 99.
                     10 ru-rank  PIC 9.
                     10 ru-desc  PIC X(40).
                     10 ru-viol  PIC 9(5).
                     10 ru-able  PIC 9(4).
      *> 期間内に活動監査などから拾った操作
       01 Event-Table-Values.
              05 EV-Count PIC 9(4) VALUE 0.
              05 EV-Idx   PIC 9(4).
              05 EV-Jdx   PIC 9(4).
              05 EV-Full  PIC X VALUE "N".
              05 EV-Table OCCURS 5000 TIMES.
                     10 ev-act  PIC 99.
                     10 ev-key  PIC X(30).
                     10 ev-op   PIC X(8).
                     10 ev-date PIC 9(8).
       01 New-Event.
              05 New-Act  PIC 99.
              05 New-Key  PIC X(30).
              05 New-Op   PIC X(8).
              05 New-Date PIC 9(8).
      *> 同じ規則・対象・担当者の違反は 1 件にまとめる
       01 Violation-Table-Values.
              05 VI-Count PIC 9(4) VALUE 0.
              05 VI-Idx   PIC 9(4).
              05 VI-Found PIC 9(4).
              05 VI-Table OCCURS 1000 TIMES.
                     10 vi-rule PIC 99.
                     10 vi-key  PIC X(30).
                     10 vi-op   PIC X(8).
       01 Operator-Table-Values.
              05 OP-Count   PIC 9(3) VALUE 0.
              05 OP-Idx     PIC 9(3).
              05 OP-Found   PIC 9(3).
              05 OP-Present PIC X VALUE "N".
              05 OP-Table OCCURS 300 TIMES.
                     10 op-id   PIC X(8).
                     10 op-role PIC X(10).
                     10 op-rank PIC 9.
       01 Scan-Values.
              05 Match-Flag  PIC X.
              05 Scan-Op     PIC X(8).
              05 Check-Role  PIC X(10).
              05 Check-Rank  PIC 9.
              05 Trail-Count PIC 9(6) VALUE 0.
       01 Edit-Values.
              05 Count-Z PIC Z(4)9.
              05 Able-Z  PIC Z(3)9.
              05 Ver-Z   PIC 999.
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              MOVE "DUTYCONFLICT" TO Run-Hist-Program Err-Program.
              MOVE "DUTYCONFLICT" TO Alert-Program Config-Program.
              MOVE "DUTYCONFLICT" TO Rpt-Program.
              PERFORM Load-Config-Master THRU Load-Config-Master-End.
              MOVE "SOD-PERIOD-DAYS" TO Config-Param-Name.
              MOVE "90" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO Period-Days
              END-IF.
              ACCEPT Today-Date FROM DATE YYYYMMDD.
              PERFORM 020-Load-Rules THRU 020-Load-Rules-End.
              PERFORM 040-Load-Roles THRU 040-Load-Roles-End.
       010-Read-Command.
              MOVE SPACE TO Cmd-Line.
              ACCEPT Cmd-Line.
              IF Cmd-Line = SPACE THEN
                     GO TO 090-Finish
              END-IF.
              MOVE SPACE TO Cmd-Verb Cmd-Tok-2 Cmd-Tok-3.
              UNSTRING Cmd-Line DELIMITED BY ALL " "
                     INTO Cmd-Verb Cmd-Tok-2 Cmd-Tok-3.
              EVALUATE TRIM(Cmd-Verb)
                  WHEN "CHECK"
                      PERFORM 100-Check-Duties
                             THRU 100-Check-Duties-End
                  WHEN OTHER
                      DISPLAY "ERROR: UNKNOWN COMMAND "
                             TRIM(Cmd-Verb)
                      DISPLAY "COMMANDS: CHECK [FROM-YYYYMMDD"
                             " [TO-YYYYMMDD]]"
                      MOVE 1 TO RETURN-CODE
              END-EVALUATE.
              GO TO 010-Read-Command.
       090-Finish.
              MOVE Trail-Count TO Run-Hist-Read.
              MOVE VI-Count TO Run-Hist-Reject.
              MOVE RU-Count TO Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.

       020-Load-Rules.
              OPEN INPUT SOD-RULES.
              IF Sod-Rules-Status NOT = "00" THEN
                     IF Sod-Rules-Status = "05" THEN
                            CLOSE SOD-RULES
                     END-IF
                     GO TO 020-Load-Rules-End
              END-IF.
       021-Read-Rule-Card.
              READ SOD-RULES
                     AT END
                         CLOSE SOD-RULES
                         GO TO 020-Load-Rules-End
              END-READ.
              IF SOD-RULES-RECORD = SPACE
              OR SOD-RULES-RECORD(1:1) = "*" THEN
                     GO TO 021-Read-Rule-Card
              END-IF.
              MOVE SPACE TO Card-Verb Card-Tok-2 Card-Tok-3 Card-Tok-4
                     Card-Tok-5 Card-Tok-6 Card-Text.
              MOVE 1 TO Card-Ptr.
              UNSTRING SOD-RULES-RECORD DELIMITED BY ALL " "
                     INTO Card-Verb Card-Tok-2 Card-Tok-3 Card-Tok-4
                          Card-Tok-5 Card-Tok-6.
              EVALUATE TRIM(Card-Verb)
                  WHEN "ACTION"
                      PERFORM 022-Action-Card
                             THRU 022-Action-Card-End
                  WHEN "RULE"
                      PERFORM 026-Rule-Card
                             THRU 026-Rule-Card-End
                  WHEN OTHER
                      PERFORM 029-Bad-Card
              END-EVALUATE.
              GO TO 021-Read-Rule-Card.
       020-Load-Rules-End.
              EXIT.

       022-Action-Card.
              IF Card-Tok-2 = SPACE OR Card-Tok-2(13:) NOT = SPACE
              OR AC-Count >= 30 THEN
                     PERFORM 029-Bad-Card
                     GO TO 022-Action-Card-End
              END-IF.
              IF TRIM(Card-Tok-3) NOT = "OPERATOR"
              AND TRIM(Card-Tok-3) NOT = "SUPERVISOR"
              AND TRIM(Card-Tok-3) NOT = "ADMIN" THEN
                     PERFORM 029-Bad-Card
                     GO TO 022-Action-Card-End
              END-IF.
              MOVE "N" TO Match-Flag.
              EVALUATE TRIM(Card-Tok-4)
                  WHEN "AUDIT"
                      IF Card-Tok-5 NOT = SPACE
                      AND Card-Tok-5(13:) = SPACE THEN
                             MOVE "Y" TO Match-Flag
                      END-IF
                  WHEN "STAGING"
                      IF TRIM(Card-Tok-5) = "STAGED"
                      OR TRIM(Card-Tok-5) = "APPROVER" THEN
                             MOVE "Y" TO Match-Flag
                      END-IF
                  WHEN "DIE"
                      IF TRIM(Card-Tok-5) = "AUTHOR"
                      OR TRIM(Card-Tok-5) = "APPROVER"
                      OR TRIM(Card-Tok-5) = "REJECTER" THEN
                             MOVE "Y" TO Match-Flag
                      END-IF
              END-EVALUATE.
              IF Match-Flag = "N" THEN
                     PERFORM 029-Bad-Card
                     GO TO 022-Action-Card-End
              END-IF.
              ADD 1 TO AC-Count.
              MOVE Card-Tok-2 TO ac-name(AC-Count).
              MOVE Card-Tok-3 TO ac-role(AC-Count).
              MOVE Card-Tok-3 TO Check-Role.
              PERFORM 045-Rank-Role.
              MOVE Check-Rank TO ac-rank(AC-Count).
              MOVE Card-Tok-4 TO ac-source(AC-Count).
              MOVE Card-Tok-5 TO ac-arg1(AC-Count).
              MOVE Card-Tok-6 TO ac-arg2(AC-Count).
              MOVE 0 TO ac-plen(AC-Count) ac-events(AC-Count).
              IF Card-Tok-6 NOT = SPACE THEN
                     MOVE LENGTH(TRIM(Card-Tok-6)) TO ac-plen(AC-Count)
              END-IF.
       022-Action-Card-End.
              EXIT.

      *> 規則の操作は先に ACTION で定義されていること
       026-Rule-Card.
              IF Card-Tok-2 = SPACE OR Card-Tok-2(9:) NOT = SPACE
              OR RU-Count >= 30 THEN
                     PERFORM 029-Bad-Card
                     GO TO 026-Rule-Card-End
              END-IF.
              ADD 1 TO RU-Count.
              MOVE Card-Tok-2 TO ru-id(RU-Count).
              MOVE Card-Tok-3 TO Card-Text.
              PERFORM 028-Find-Action.
              MOVE AC-Found TO ru-a(RU-Count).
              MOVE Card-Tok-4 TO Card-Text.
              PERFORM 028-Find-Action.
              MOVE AC-Found TO ru-b(RU-Count).
              IF ru-a(RU-Count) = 0 OR ru-b(RU-Count) = 0
              OR ru-a(RU-Count) = ru-b(RU-Count) THEN
                     SUBTRACT 1 FROM RU-Count
                     PERFORM 029-Bad-Card
                     GO TO 026-Rule-Card-End
              END-IF.
              MOVE ac-rank(ru-a(RU-Count)) TO ru-rank(RU-Count).
              IF ac-rank(ru-b(RU-Count)) > ru-rank(RU-Count) THEN
                     MOVE ac-rank(ru-b(RU-Count)) TO ru-rank(RU-Count)
              END-IF.
      *> 説明は 5 語目から行末まで
              UNSTRING SOD-RULES-RECORD DELIMITED BY ALL " "
                     INTO Card-Verb Card-Tok-2 Card-Tok-3 Card-Tok-4
                     WITH POINTER Card-Ptr
              END-UNSTRING.
              MOVE SOD-RULES-RECORD(Card-Ptr:) TO ru-desc(RU-Count).
              MOVE 0 TO ru-viol(RU-Count) ru-able(RU-Count).
       026-Rule-Card-End.
              EXIT.

       028-Find-Action.
              MOVE 0 TO AC-Found.
              PERFORM VARYING AC-Idx FROM 1 BY 1
              UNTIL AC-Idx > AC-Count
                     IF ac-name(AC-Idx) = Card-Text THEN
                            MOVE AC-Idx TO AC-Found
                     END-IF
              END-PERFORM.

       029-Bad-Card.
              ADD 1 TO Bad-Cards.
              DISPLAY "WARNING: BAD SOD-RULES CARD IGNORED: "
                     TRIM(SOD-RULES-RECORD).
              MOVE "SOD-002" TO Err-Code.
              MOVE "W" TO Err-Severity.
              MOVE "BAD SOD-RULES CARD IGNORED" TO Err-Text.
              MOVE SOD-RULES-RECORD TO Err-Input.
              PERFORM Write-Error-Log.

      *> 役割ファイル。なければ役割の点検は行われず (警告して
      *> 許可)、誰でもどの操作もできる
       040-Load-Roles.
              OPEN INPUT OPERATOR-ROLES.
              IF Roles-Status NOT = "00" THEN
                     IF Roles-Status = "05" THEN
                            CLOSE OPERATOR-ROLES
                     END-IF
                     GO TO 040-Load-Roles-End
              END-IF.
              MOVE "Y" TO OP-Present.
       041-Read-Role.
              READ OPERATOR-ROLES
                     AT END
                         CLOSE OPERATOR-ROLES
                         GO TO 040-Load-Roles-End
              END-READ.
              IF OPERATOR-ROLES-RECORD = SPACE
              OR OPERATOR-ROLES-RECORD(1:1) = "*" THEN
                     GO TO 041-Read-Role
              END-IF.
              MOVE SPACE TO Role-Op-Tok Role-Rl-Tok.
              UNSTRING OPERATOR-ROLES-RECORD DELIMITED BY ALL " "
                     INTO Role-Op-Tok Role-Rl-Tok.
              IF Role-Op-Tok(9:) NOT = SPACE OR OP-Count >= 300 THEN
                     GO TO 041-Read-Role
              END-IF.
      *> 同じ担当者が 2 行あれば後の行が有効 (役割の点検と同じ)
              MOVE 0 TO OP-Found.
              PERFORM VARYING OP-Idx FROM 1 BY 1
              UNTIL OP-Idx > OP-Count
                     IF op-id(OP-Idx) = Role-Op-Tok THEN
                            MOVE OP-Idx TO OP-Found
                     END-IF
              END-PERFORM.
              IF OP-Found = 0 THEN
                     ADD 1 TO OP-Count
                     MOVE OP-Count TO OP-Found
              END-IF.
              MOVE Role-Op-Tok TO op-id(OP-Found).
              MOVE Role-Rl-Tok TO op-role(OP-Found) Check-Role.
              PERFORM 045-Rank-Role.
              MOVE Check-Rank TO op-rank(OP-Found).
              GO TO 041-Read-Role.
       040-Load-Roles-End.
              EXIT.

       045-Rank-Role.
              EVALUATE TRIM(Check-Role)
                  WHEN "ADMIN"
                      MOVE 3 TO Check-Rank
                  WHEN "SUPERVISOR"
                      MOVE 2 TO Check-Rank
                  WHEN OTHER
                      MOVE 1 TO Check-Rank
              END-EVALUATE.

      *> CHECK [from [to]]: 期間内の操作を集めて規則ごとに違反を
      *> 探し、続いて両方の操作を行える役割の担当者を挙げる。
      *> 既定の期間は今日までの SOD-PERIOD-DAYS 日 (既定 90 日)
       100-Check-Duties.
              IF RU-Count = 0 THEN
                     DISPLAY "ERROR: NO RULES ON SOD-RULES,"
                            " NOTHING TO CHECK"
                     MOVE "SOD-003" TO Err-Code
                     MOVE "E" TO Err-Severity
                     MOVE "SOD-RULES ABSENT OR HOLDS NO VALID RULE"
                            TO Err-Text
                     PERFORM Write-Error-Log
                     MOVE 1 TO RETURN-CODE
                     GO TO 100-Check-Duties-End
              END-IF.
              PERFORM 110-Set-Period THRU 110-Set-Period-End.
              IF Period-Bad = "Y" THEN
                     DISPLAY "ERROR: CHECK NEEDS DATES AS YYYYMMDD,"
                            " FROM NOT AFTER TO"
                     MOVE 1 TO RETURN-CODE
                     GO TO 100-Check-Duties-End
              END-IF.
              MOVE 0 TO EV-Count VI-Count Trail-Count.
              MOVE "N" TO EV-Full.
              PERFORM VARYING AC-Idx FROM 1 BY 1
              UNTIL AC-Idx > AC-Count
                     MOVE 0 TO ac-events(AC-Idx)
              END-PERFORM.
              PERFORM VARYING RU-Idx FROM 1 BY 1
              UNTIL RU-Idx > RU-Count
                     MOVE 0 TO ru-viol(RU-Idx) ru-able(RU-Idx)
              END-PERFORM.
              PERFORM 200-Scan-Audit THRU 200-Scan-Audit-End.
              PERFORM 220-Scan-Staging THRU 220-Scan-Staging-End.
              PERFORM 240-Scan-Die THRU 240-Scan-Die-End.

              MOVE "SEGREGATION OF DUTIES CONFLICTS" TO Rpt-Title.
              PERFORM Begin-Report.
              MOVE SPACE TO Rpt-Line.
              STRING "PERIOD " From-Date " TO " To-Date
                     DELIMITED BY SIZE INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              IF EV-Full = "Y" THEN
                     MOVE "** EVENT TABLE FULL AT 5000, LATER"
                            TO Rpt-Line
                     MOVE " ACTIVITY NOT CHECKED" TO Rpt-Line(35:)
                     PERFORM Write-Report-Line
              END-IF.
              PERFORM Write-Report-Line.
              PERFORM 300-List-Rules.
              OPEN OUTPUT SOD-VIOLATIONS.
              PERFORM 400-Find-Violations.
              CLOSE SOD-VIOLATIONS.
              PERFORM 500-Potential-Conflicts
                     THRU 500-Potential-Conflicts-End.
              PERFORM 600-Summary.
              PERFORM End-Report.

              MOVE VI-Count TO Count-Z.
              DISPLAY "DUTY CONFLICT CHECK DONE, " TRIM(Count-Z)
                     " VIOLATION(S)".
              IF VI-Count > 0 THEN
                     MOVE "SOD-VIO" TO Alert-Code
                     MOVE SPACE TO Alert-Text
                     STRING TRIM(Count-Z) DELIMITED BY SIZE
                            " SEGREGATION-OF-DUTIES VIOLATION(S)"
                            DELIMITED BY SIZE
                            INTO Alert-Text
                     END-STRING
                     PERFORM Write-Alert-Queue
                     IF RETURN-CODE < 2 THEN
                            MOVE 2 TO RETURN-CODE
                     END-IF
              END-IF.
       100-Check-Duties-End.
              EXIT.

       110-Set-Period.
              MOVE "N" TO Period-Bad.
              MOVE Today-Date TO To-Date.
              MOVE DATE-OF-INTEGER(INTEGER-OF-DATE(Today-Date)
                     - Period-Days) TO From-Date.
              IF Cmd-Tok-2 = SPACE THEN
                     GO TO 110-Set-Period-End
              END-IF.
              IF TRIM(Cmd-Tok-2) IS NOT NUMERIC
              OR Cmd-Tok-2(9:) NOT = SPACE
              OR Cmd-Tok-2(8:1) = SPACE THEN
                     MOVE "Y" TO Period-Bad
                     GO TO 110-Set-Period-End
              END-IF.
              MOVE Cmd-Tok-2(1:8) TO From-Date.
              IF Cmd-Tok-3 NOT = SPACE THEN
                     IF TRIM(Cmd-Tok-3) IS NOT NUMERIC
                     OR Cmd-Tok-3(9:) NOT = SPACE
                     OR Cmd-Tok-3(8:1) = SPACE THEN
                            MOVE "Y" TO Period-Bad
                            GO TO 110-Set-Period-End
                     END-IF
                     MOVE Cmd-Tok-3(1:8) TO To-Date
              END-IF.
              IF TEST-DATE-YYYYMMDD(From-Date) NOT = 0
              OR TEST-DATE-YYYYMMDD(To-Date) NOT = 0
              OR From-Date > To-Date THEN
                     MOVE "Y" TO Period-Bad
              END-IF.
       110-Set-Period-End.
              EXIT.

      *> 活動監査: AUDIT の操作に当たる記録を拾う
       200-Scan-Audit.
              OPEN INPUT OPERATOR-AUDIT.
              IF Audit-File-Status NOT = "00" THEN
                     IF Audit-File-Status = "05" THEN
                            CLOSE OPERATOR-AUDIT
                     END-IF
                     DISPLAY "WARNING: OPERATOR-AUDIT EMPTY OR ABSENT"
                     GO TO 200-Scan-Audit-End
              END-IF.
       201-Read-Audit.
              READ OPERATOR-AUDIT
                     AT END
                         CLOSE OPERATOR-AUDIT
                         GO TO 200-Scan-Audit-End
              END-READ.
              IF OA-DATE IS NOT NUMERIC THEN
                     GO TO 201-Read-Audit
              END-IF.
              IF OA-DATE < From-Date OR OA-DATE > To-Date THEN
                     GO TO 201-Read-Audit
              END-IF.
              ADD 1 TO Trail-Count.
              PERFORM 205-Match-Audit-Action
                     VARYING AC-Idx FROM 1 BY 1
                     UNTIL AC-Idx > AC-Count.
              GO TO 201-Read-Audit.
       200-Scan-Audit-End.
              EXIT.

       205-Match-Audit-Action.
              IF TRIM(ac-source(AC-Idx)) = "AUDIT"
              AND OA-PROGRAM = ac-arg1(AC-Idx) THEN
                     MOVE "Y" TO Match-Flag
                     IF ac-plen(AC-Idx) > 0 THEN
                            PERFORM 207-Match-After-Word
                     END-IF
                     IF Match-Flag = "Y" THEN
                            MOVE AC-Idx TO New-Act
                            MOVE OA-FIELD TO New-Key
                            MOVE OA-OPERATOR TO New-Op
                            MOVE OA-DATE TO New-Date
                            PERFORM 290-Add-Event
                     END-IF
              END-IF.

      *> OA-AFTER の先頭の語が after-word と一致すること
       207-Match-After-Word.
              IF OA-AFTER(1:ac-plen(AC-Idx))
                     NOT = ac-arg2(AC-Idx)(1:ac-plen(AC-Idx))
              OR OA-AFTER(ac-plen(AC-Idx) + 1:1) NOT = SPACE THEN
                     MOVE "N" TO Match-Flag
              END-IF.

      *> 登録管理: 1 件の登録が登録者と承認者の両方の操作を持つ
       220-Scan-Staging.
              OPEN INPUT STAGING-CONTROL.
              IF Staging-Status NOT = "00" THEN
                     IF Staging-Status = "05" THEN
                            CLOSE STAGING-CONTROL
                     END-IF
                     GO TO 220-Scan-Staging-End
              END-IF.
       221-Read-Staging.
              READ STAGING-CONTROL
                     AT END
                         CLOSE STAGING-CONTROL
                         GO TO 220-Scan-Staging-End
              END-READ.
              IF SC-DATE IS NOT NUMERIC THEN
                     GO TO 221-Read-Staging
              END-IF.
              IF SC-DATE < From-Date OR SC-DATE > To-Date THEN
                     GO TO 221-Read-Staging
              END-IF.
              ADD 1 TO Trail-Count.
              PERFORM 225-Match-Staging-Action
                     VARYING AC-Idx FROM 1 BY 1
                     UNTIL AC-Idx > AC-Count.
              GO TO 221-Read-Staging.
       220-Scan-Staging-End.
              EXIT.

       225-Match-Staging-Action.
              IF TRIM(ac-source(AC-Idx)) = "STAGING" THEN
                     MOVE SC-STAGED TO Scan-Op
                     IF TRIM(ac-arg1(AC-Idx)) = "APPROVER" THEN
                            MOVE SC-APPROVER TO Scan-Op
                     END-IF
                     MOVE "Y" TO Match-Flag
                     IF ac-arg2(AC-Idx) NOT = SPACE
                     AND SC-STATUS NOT = ac-arg2(AC-Idx) THEN
                            MOVE "N" TO Match-Flag
                     END-IF
                     IF Match-Flag = "Y" AND Scan-Op NOT = SPACE THEN
                            MOVE AC-Idx TO New-Act
                            MOVE SPACE TO New-Key
                            MOVE SC-STEP TO New-Key(1:12)
                            MOVE SC-DATE TO New-Key(14:8)
                            MOVE SC-TIME TO New-Key(23:6)
                            MOVE Scan-Op TO New-Op
                            MOVE SC-DATE TO New-Date
                            PERFORM 290-Add-Event
                     END-IF
              END-IF.

      *> ダイ表の承認記録: 役割ごとに 1 件
       240-Scan-Die.
              OPEN INPUT DIE-APPROVALS.
              IF Approvals-Status NOT = "00" THEN
                     IF Approvals-Status = "05" THEN
                            CLOSE DIE-APPROVALS
                     END-IF
                     GO TO 240-Scan-Die-End
              END-IF.
       241-Read-Approval.
              READ DIE-APPROVALS
                     AT END
                         CLOSE DIE-APPROVALS
                         GO TO 240-Scan-Die-End
              END-READ.
              IF DA-DATE IS NOT NUMERIC THEN
                     GO TO 241-Read-Approval
              END-IF.
              IF DA-DATE < From-Date OR DA-DATE > To-Date THEN
                     GO TO 241-Read-Approval
              END-IF.
              ADD 1 TO Trail-Count.
              PERFORM 245-Match-Die-Action
                     VARYING AC-Idx FROM 1 BY 1
                     UNTIL AC-Idx > AC-Count.
              GO TO 241-Read-Approval.
       240-Scan-Die-End.
              EXIT.

       245-Match-Die-Action.
              IF TRIM(ac-source(AC-Idx)) = "DIE"
              AND DA-ROLE = ac-arg1(AC-Idx) AND DA-OP NOT = SPACE THEN
                     MOVE AC-Idx TO New-Act
                     MOVE SPACE TO New-Key
                     MOVE DA-VER TO Ver-Z
                     STRING TRIM(DA-ID) DELIMITED BY SIZE
                            " V" DELIMITED BY SIZE
                            Ver-Z DELIMITED BY SIZE
                            INTO New-Key
                     END-STRING
                     MOVE DA-OP TO New-Op
                     MOVE DA-DATE TO New-Date
                     PERFORM 290-Add-Event
              END-IF.

       290-Add-Event.
              IF EV-Count >= 5000 THEN
                     IF EV-Full = "N" THEN
                            DISPLAY "WARNING: EVENT TABLE FULL AT 5000,"
                                   " NARROW THE PERIOD"
                     END-IF
                     MOVE "Y" TO EV-Full
              ELSE
                     ADD 1 TO EV-Count
                     MOVE New-Act TO ev-act(EV-Count)
                     MOVE New-Key TO ev-key(EV-Count)
                     MOVE New-Op TO ev-op(EV-Count)
                     MOVE New-Date TO ev-date(EV-Count)
                     ADD 1 TO ac-events(New-Act)
              END-IF.

       300-List-Rules.
              MOVE "ACTION       MIN ROLE   SOURCE   EVENTS"
                     TO Rpt-Line.
              PERFORM Write-Report-Line.
              PERFORM VARYING AC-Idx FROM 1 BY 1
              UNTIL AC-Idx > AC-Count
                     MOVE ac-events(AC-Idx) TO Count-Z
                     MOVE ac-name(AC-Idx) TO Rpt-Line(1:12)
                     MOVE ac-role(AC-Idx) TO Rpt-Line(14:10)
                     MOVE ac-source(AC-Idx) TO Rpt-Line(25:8)
                     MOVE Count-Z TO Rpt-Line(34:5)
                     PERFORM Write-Report-Line
              END-PERFORM.
              PERFORM Write-Report-Line.
              MOVE "RULE     ACTION A     ACTION B     DESCRIPTION"
                     TO Rpt-Line.
              PERFORM Write-Report-Line.
              PERFORM VARYING RU-Idx FROM 1 BY 1
              UNTIL RU-Idx > RU-Count
                     MOVE ru-id(RU-Idx) TO Rpt-Line(1:8)
                     MOVE ac-name(ru-a(RU-Idx)) TO Rpt-Line(10:12)
                     MOVE ac-name(ru-b(RU-Idx)) TO Rpt-Line(23:12)
                     MOVE ru-desc(RU-Idx) TO Rpt-Line(36:40)
                     PERFORM Write-Report-Line
              END-PERFORM.
              PERFORM Write-Report-Line.

      *> 規則ごとに、同じ対象で a と b を同じ担当者が行った組を探す
       400-Find-Violations.
              MOVE "VIOLATIONS" TO Rpt-Line.
              PERFORM Write-Report-Line.
              MOVE "RULE     OPERATOR ITEM" TO Rpt-Line.
              MOVE "DATE A   DATE B" TO Rpt-Line(50:).
              PERFORM Write-Report-Line.
              PERFORM VARYING RU-Idx FROM 1 BY 1
              UNTIL RU-Idx > RU-Count
                     PERFORM 410-Match-First
                            VARYING EV-Idx FROM 1 BY 1
                            UNTIL EV-Idx > EV-Count
              END-PERFORM.
              IF VI-Count = 0 THEN
                     MOVE "(NONE FOUND IN THE PERIOD)" TO Rpt-Line
                     PERFORM Write-Report-Line
              END-IF.
              PERFORM Write-Report-Line.

       410-Match-First.
              IF ev-act(EV-Idx) = ru-a(RU-Idx) THEN
                     PERFORM 420-Match-Second
                            VARYING EV-Jdx FROM 1 BY 1
                            UNTIL EV-Jdx > EV-Count
              END-IF.

       420-Match-Second.
              IF ev-act(EV-Jdx) = ru-b(RU-Idx) THEN
                     IF ev-key(EV-Jdx) = ev-key(EV-Idx)
                     AND ev-op(EV-Jdx) = ev-op(EV-Idx) THEN
                            PERFORM 430-Record-Violation
                                   THRU 430-Record-Violation-End
                     END-IF
              END-IF.

       430-Record-Violation.
              MOVE 0 TO VI-Found.
              PERFORM VARYING VI-Idx FROM 1 BY 1
              UNTIL VI-Idx > VI-Count
                     IF vi-rule(VI-Idx) = RU-Idx
                     AND vi-key(VI-Idx) = ev-key(EV-Idx)
                     AND vi-op(VI-Idx) = ev-op(EV-Idx) THEN
                            MOVE VI-Idx TO VI-Found
                     END-IF
              END-PERFORM.
              IF VI-Found > 0 OR VI-Count >= 1000 THEN
                     GO TO 430-Record-Violation-End
              END-IF.
              ADD 1 TO VI-Count.
              MOVE RU-Idx TO vi-rule(VI-Count).
              MOVE ev-key(EV-Idx) TO vi-key(VI-Count).
              MOVE ev-op(EV-Idx) TO vi-op(VI-Count).
              ADD 1 TO ru-viol(RU-Idx).
              MOVE ru-id(RU-Idx) TO Rpt-Line(1:8).
              MOVE ev-op(EV-Idx) TO Rpt-Line(10:8).
              MOVE ev-key(EV-Idx) TO Rpt-Line(19:30).
              MOVE ev-date(EV-Idx) TO Rpt-Line(50:8).
              MOVE ev-date(EV-Jdx) TO Rpt-Line(59:8).
              PERFORM Write-Report-Line.
              MOVE SPACE TO SOD-VIOLATIONS-RECORD.
              MOVE ru-id(RU-Idx) TO VF-RULE.
              MOVE ev-key(EV-Idx) TO VF-KEY.
              MOVE ev-op(EV-Idx) TO VF-OPERATOR.
              MOVE ac-name(ru-a(RU-Idx)) TO VF-ACT-A.
              MOVE ev-date(EV-Idx) TO VF-DATE-A.
              MOVE ac-name(ru-b(RU-Idx)) TO VF-ACT-B.
              MOVE ev-date(EV-Jdx) TO VF-DATE-B.
              MOVE Today-Date TO VF-RUN-DATE.
              WRITE SOD-VIOLATIONS-RECORD.
      *> 問題管理が拾えるよう 1 件ずつエラーログへ
              MOVE "SOD-001" TO Err-Code.
              MOVE "W" TO Err-Severity.
              MOVE SPACE TO Err-Text.
              STRING "SOD RULE " DELIMITED BY SIZE
                     TRIM(ru-id(RU-Idx)) DELIMITED BY SIZE
                     " BROKEN BY OPERATOR " DELIMITED BY SIZE
                     TRIM(ev-op(EV-Idx)) DELIMITED BY SIZE
                     INTO Err-Text
              END-STRING.
              MOVE ev-key(EV-Idx) TO Err-Input.
              PERFORM Write-Error-Log.
       430-Record-Violation-End.
              EXIT.

      *> 潜在的な抵触: 役割の上で両方の操作を行える担当者
       500-Potential-Conflicts.
              MOVE "OPERATORS WHOSE ROLE ALLOWS BOTH ACTIONS"
                     TO Rpt-Line.
              PERFORM Write-Report-Line.
              IF OP-Present = "N" THEN
                     MOVE "** OPERATOR-ROLES NOT PRESENT, ROLE CHECKS"
                            TO Rpt-Line
                     MOVE " ARE SKIPPED AND ANY OPERATOR CAN DO BOTH"
                            TO Rpt-Line(43:)
                     PERFORM Write-Report-Line
                     PERFORM Write-Report-Line
                     GO TO 500-Potential-Conflicts-End
              END-IF.
              MOVE "RULE     OPERATOR ROLE" TO Rpt-Line.
              PERFORM Write-Report-Line.
              PERFORM VARYING RU-Idx FROM 1 BY 1
              UNTIL RU-Idx > RU-Count
                     PERFORM 510-Able-Operator
                            VARYING OP-Idx FROM 1 BY 1
                            UNTIL OP-Idx > OP-Count
                     IF ru-rank(RU-Idx) = 1 THEN
                            MOVE ru-id(RU-Idx) TO Rpt-Line(1:8)
                            MOVE "(ANY OPERATOR NOT ON OPERATOR-ROLES)"
                                   TO Rpt-Line(10:)
                            PERFORM Write-Report-Line
                     END-IF
              END-PERFORM.
              PERFORM Write-Report-Line.
       500-Potential-Conflicts-End.
              EXIT.

       510-Able-Operator.
              IF op-rank(OP-Idx) >= ru-rank(RU-Idx) THEN
                     ADD 1 TO ru-able(RU-Idx)
                     MOVE ru-id(RU-Idx) TO Rpt-Line(1:8)
                     MOVE op-id(OP-Idx) TO Rpt-Line(10:8)
                     MOVE op-role(OP-Idx) TO Rpt-Line(19:10)
                     PERFORM Write-Report-Line
              END-IF.

       600-Summary.
              MOVE "RULE     VIOLATIONS  OPERATORS ABLE" TO Rpt-Line.
              PERFORM Write-Report-Line.
              PERFORM VARYING RU-Idx FROM 1 BY 1
              UNTIL RU-Idx > RU-Count
                     MOVE ru-viol(RU-Idx) TO Count-Z
                     MOVE ru-able(RU-Idx) TO Able-Z
                     MOVE ru-id(RU-Idx) TO Rpt-Line(1:8)
                     MOVE Count-Z TO Rpt-Line(15:5)
                     MOVE Able-Z TO Rpt-Line(32:4)
                     IF OP-Present = "N" THEN
                            MOVE "ALL" TO Rpt-Line(33:3)
                     END-IF
                     PERFORM Write-Report-Line
              END-PERFORM.

       COPY RUNHISTPD.
       COPY ERRLOGPD.
       COPY ALERTQPD.
       COPY CONFIGPD.
       COPY REPORTPD.

       END PROGRAM MAIN.
