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
       COPY CUSTMSTSL.
              SELECT OPTIONAL CUSTOMER-LOAD
                     ASSIGN TO "CUSTOMER-LOAD"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Cust-Load-Status.
       COPY SIGNONSL.
       COPY ROLESSL.
       COPY CONFIGSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CUSTMSTFD.
       FD  CUSTOMER-LOAD.
              01 CUSTOMER-LOAD-RECORD PIC X(60).
       COPY SIGNONFD.
       COPY ROLESFD.
       COPY CONFIGFD.
       WORKING-STORAGE SECTION.
       COPY SIGNONWS.
       COPY ROLESWS.
       COPY CONFIGWS.
       01 Cust-Master-Status PIC XX.
       01 Cust-Load-Status PIC XX.
       01 Command-Values.
              05 Cmd-Line      PIC X(80).
              05 Cmd-Verb      PIC X(10).
              05 Cmd-Code-Tok  PIC X(12).
              05 Cmd-Tok-3     PIC X(22).
              05 Cmd-Tok-4     PIC X(22).
              05 Cmd-Tok-5     PIC X(12).
              05 Cmd-Code      PIC X(10).
              05 Cmd-Name      PIC X(20).
              05 Cmd-Limit-Tok PIC X(12).
              05 Cmd-Limit     PIC 9(9).
              05 Cmd-Terms-Tok PIC X(12).
              05 Cmd-Terms     PIC X(8).
              05 Cmd-Error     PIC X VALUE "N".
              05 Today-Date    PIC 9(8).
              05 Edit-Count    PIC 9(4) VALUE 0.
              05 Edit-Z        PIC Z(3)9.
              05 Limit-Z       PIC Z(8)9.
              05 Limit-Old-Z   PIC Z(8)9.
              05 List-Count    PIC 9(6).
      *> 与信限度の引上げの二人承認。引上げ幅が Apr-Threshold を
      *> 超えるか、無制限 (0) にするときは別の承認者が要る
       01 Approval-Values.
              05 Apr-Threshold PIC 9(9) VALUE 500000.
              05 Apr-Old-Limit PIC 9(9).
              05 Apr-Old-Unl   PIC X.
              05 Apr-Needed    PIC X.
              05 Apr-Id        PIC X(8).
              05 Apr-Role      PIC X(10).
              05 Apr-Roles-Ok  PIC X.
       01 Load-Values.
              05 ld-code-tok  PIC X(12).
              05 ld-name-tok  PIC X(22).
              05 ld-limit-tok PIC X(12).
              05 ld-stat-tok  PIC X(12).
              05 ld-terms-tok PIC X(12).
              05 ld-count     PIC 9(4) VALUE 0.
              05 ld-z         PIC Z(3)9.
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              MOVE "CUSTMAINT" TO Audit-Program Config-Program.
              PERFORM Operator-Sign-On.
              MOVE "OPERATOR" TO Role-Required.
              PERFORM Check-Operator-Role THRU Check-Operator-Role-End.
              PERFORM Load-Config-Master THRU Load-Config-Master-End.
              MOVE "CUST-LIMIT-APPROVAL" TO Config-Param-Name.
              MOVE "500000" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO Apr-Threshold
              END-IF.
              ACCEPT Today-Date FROM DATE YYYYMMDD.
       010-Read-Command.
              MOVE SPACE TO Cmd-Line.
              ACCEPT Cmd-Line.
              IF Cmd-Line = SPACE THEN
                     GO TO 090-Show-Summary
              END-IF.
              MOVE SPACE TO Cmd-Verb Cmd-Code-Tok Cmd-Tok-3 Cmd-Tok-4
                     Cmd-Tok-5.
              UNSTRING Cmd-Line DELIMITED BY ALL " "
                     INTO Cmd-Verb Cmd-Code-Tok Cmd-Tok-3 Cmd-Tok-4
                          Cmd-Tok-5.
              EVALUATE TRIM(Cmd-Verb)
                  WHEN "LIST"
                      PERFORM 100-List-Customers
                             THRU 100-List-Customers-End
                  WHEN "ADD"
                      PERFORM 200-Add-Customer
                             THRU 200-Add-Customer-End
                  WHEN "CHANGE"
                      PERFORM 300-Change-Customer
                             THRU 300-Change-Customer-End
                  WHEN "SUSPEND"
                      MOVE "SUPERVISOR" TO Role-Required
                      PERFORM Check-Operator-Role
                             THRU Check-Operator-Role-End
                      PERFORM 400-Suspend-Customer
                             THRU 400-Suspend-Customer-End
                  WHEN "REACTIVATE"
                      MOVE "SUPERVISOR" TO Role-Required
                      PERFORM Check-Operator-Role
                             THRU Check-Operator-Role-End
                      PERFORM 450-Reactivate-Customer
                             THRU 450-Reactivate-Customer-End
                  WHEN "LIMIT"
                      MOVE "SUPERVISOR" TO Role-Required
                      PERFORM Check-Operator-Role
                             THRU Check-Operator-Role-End
                      PERFORM 500-Change-Limit
                             THRU 500-Change-Limit-End
                  WHEN "LOAD"
                      MOVE "ADMIN" TO Role-Required
                      PERFORM Check-Operator-Role
                             THRU Check-Operator-Role-End
                      PERFORM 800-Load-Flat-File
                             THRU 800-Load-Flat-File-End
                  WHEN OTHER
                      DISPLAY "ERROR: UNKNOWN COMMAND "
                             TRIM(Cmd-Verb)
                      DISPLAY "COMMANDS: LIST / ADD / CHANGE /"
                             " SUSPEND / REACTIVATE / LIMIT / LOAD"
                      MOVE 1 TO RETURN-CODE
              END-EVALUATE.
              GO TO 010-Read-Command.
       090-Show-Summary.
              MOVE Edit-Count TO Edit-Z.
              DISPLAY "CUSTOMER MAINTENANCE DONE, " TRIM(Edit-Z)
                     " CHANGE(S)".
              STOP RUN.

       100-List-Customers.
              MOVE 0 TO List-Count.
              OPEN INPUT CUSTOMER-MASTER.
              IF Cust-Master-Status NOT = "00" THEN
                     IF Cust-Master-Status = "05" THEN
                            CLOSE CUSTOMER-MASTER
                     END-IF
                     DISPLAY "CUSTOMER-MASTER IS EMPTY"
                     GO TO 100-List-Customers-End
              END-IF.
       110-List-Next.
              READ CUSTOMER-MASTER NEXT
                     AT END
                         CLOSE CUSTOMER-MASTER
                         GO TO 120-List-Done
              END-READ.
              ADD 1 TO List-Count.
              MOVE CMR-LIMIT TO Limit-Z.
              DISPLAY "  " CMR-CODE " " CMR-NAME " " Limit-Z " "
                     CMR-STATUS " " CMR-TERMS.
              GO TO 110-List-Next.
       120-List-Done.
              IF List-Count = 0 THEN
                     DISPLAY "CUSTOMER-MASTER IS EMPTY"
              END-IF.
       100-List-Customers-End.
              EXIT.

      *> ADD code name credit-limit [terms]。状態は ACTIVE で登録
      *> する。限度が承認額を超える (または 0 = 無制限) ときは
      *> 承認者の確認が済んでから書く
       200-Add-Customer.
              PERFORM 600-Check-Code.
              IF Cmd-Error = "Y" THEN
                     GO TO 200-Add-Customer-End
              END-IF.
              IF Cmd-Tok-3 = SPACE OR Cmd-Tok-3(21:) NOT = SPACE THEN
                     DISPLAY "ERROR: ADD NEEDS A NAME OF UP TO 20"
                            " CHARACTERS"
                     MOVE 1 TO RETURN-CODE
                     GO TO 200-Add-Customer-End
              END-IF.
              MOVE Cmd-Tok-3 TO Cmd-Name.
              MOVE Cmd-Tok-4 TO Cmd-Limit-Tok.
              PERFORM 610-Check-Limit.
              IF Cmd-Error = "Y" THEN
                     GO TO 200-Add-Customer-End
              END-IF.
              MOVE Cmd-Tok-5 TO Cmd-Terms-Tok.
              PERFORM 620-Check-Terms.
              IF Cmd-Error = "Y" THEN
                     GO TO 200-Add-Customer-End
              END-IF.
              OPEN I-O CUSTOMER-MASTER.
              MOVE Cmd-Code TO CMR-CODE.
              READ CUSTOMER-MASTER
                  INVALID KEY
                      CONTINUE
              END-READ.
              IF Cust-Master-Status = "00" THEN
                     DISPLAY "ERROR: CUSTOMER " TRIM(Cmd-Code)
                            " ALREADY ON MASTER, USE CHANGE"
                     MOVE 1 TO RETURN-CODE
                     CLOSE CUSTOMER-MASTER
                     GO TO 200-Add-Customer-End
              END-IF.
              MOVE 0 TO Apr-Old-Limit.
              MOVE "N" TO Apr-Old-Unl.
              PERFORM 700-Check-Approval THRU 700-Check-Approval-End.
              IF Cmd-Error = "Y" THEN
                     CLOSE CUSTOMER-MASTER
                     GO TO 200-Add-Customer-End
              END-IF.
              MOVE SPACE TO CUSTOMER-MASTER-RECORD.
              MOVE Cmd-Code TO CMR-CODE.
              MOVE Cmd-Name TO CMR-NAME.
              MOVE Cmd-Limit TO CMR-LIMIT.
              MOVE "ACTIVE" TO CMR-STATUS.
              MOVE Cmd-Terms TO CMR-TERMS.
              MOVE Today-Date TO CMR-UPD-DATE.
              MOVE Operator-Id TO CMR-UPD-BY.
              WRITE CUSTOMER-MASTER-RECORD.
              CLOSE CUSTOMER-MASTER.
              MOVE SPACE TO Audit-Before Audit-After.
              MOVE Cmd-Limit TO Limit-Z.
              STRING "ADDED LIMIT " DELIMITED BY SIZE
                     TRIM(Limit-Z) DELIMITED BY SIZE
                     INTO Audit-After
              END-STRING.
              PERFORM 650-Audit-Customer.
              PERFORM 720-Audit-Approver.
              DISPLAY "ADDED " TRIM(Cmd-Code) " " TRIM(Cmd-Name)
                     " LIMIT " TRIM(Limit-Z).
       200-Add-Customer-End.
              EXIT.

      *> CHANGE code NAME new-name / CHANGE code TERMS new-terms
      *> (TERMS に空を指定すると既定の支払条件へ戻す)
       300-Change-Customer.
              PERFORM 600-Check-Code.
              IF Cmd-Error = "Y" THEN
                     GO TO 300-Change-Customer-End
              END-IF.
              EVALUATE TRIM(Cmd-Tok-3)
                  WHEN "NAME"
                      IF Cmd-Tok-4 = SPACE
                      OR Cmd-Tok-4(21:) NOT = SPACE THEN
                             DISPLAY "ERROR: CHANGE NAME NEEDS A"
                                    " NEW NAME OF UP TO 20"
                                    " CHARACTERS"
                             MOVE 1 TO RETURN-CODE
                             GO TO 300-Change-Customer-End
                      END-IF
                      MOVE Cmd-Tok-4 TO Cmd-Name
                  WHEN "TERMS"
                      MOVE Cmd-Tok-4 TO Cmd-Terms-Tok
                      PERFORM 620-Check-Terms
                      IF Cmd-Error = "Y" THEN
                             GO TO 300-Change-Customer-End
                      END-IF
                  WHEN OTHER
                      DISPLAY "ERROR: CHANGE code NAME name /"
                             " CHANGE code TERMS terms"
                      DISPLAY "       (USE LIMIT / SUSPEND /"
                             " REACTIVATE FOR THE OTHERS)"
                      MOVE 1 TO RETURN-CODE
                      GO TO 300-Change-Customer-End
              END-EVALUATE.
              PERFORM 630-Read-For-Update.
              IF Cmd-Error = "Y" THEN
                     GO TO 300-Change-Customer-End
              END-IF.
              MOVE SPACE TO Audit-Before Audit-After.
              IF TRIM(Cmd-Tok-3) = "NAME" THEN
                     STRING "NAME " DELIMITED BY SIZE
                            TRIM(CMR-NAME) DELIMITED BY SIZE
                            INTO Audit-Before
                     END-STRING
                     STRING "NAME " DELIMITED BY SIZE
                            TRIM(Cmd-Name) DELIMITED BY SIZE
                            INTO Audit-After
                     END-STRING
                     MOVE Cmd-Name TO CMR-NAME
              ELSE
                     STRING "TERMS " DELIMITED BY SIZE
                            TRIM(CMR-TERMS) DELIMITED BY SIZE
                            INTO Audit-Before
                     END-STRING
                     STRING "TERMS " DELIMITED BY SIZE
                            TRIM(Cmd-Terms) DELIMITED BY SIZE
                            INTO Audit-After
                     END-STRING
                     MOVE Cmd-Terms TO CMR-TERMS
              END-IF.
              PERFORM 640-Rewrite-Customer.
              DISPLAY "CHANGED " TRIM(Cmd-Code) " "
                     TRIM(Audit-After).
       300-Change-Customer-End.
              EXIT.

      *> SUSPEND code。停止中の顧客の受注は Katyusha と受注取込み
      *> で CUSTOMER NOT ACTIVE として受け付けない
       400-Suspend-Customer.
              PERFORM 600-Check-Code.
              IF Cmd-Error = "Y" THEN
                     GO TO 400-Suspend-Customer-End
              END-IF.
              PERFORM 630-Read-For-Update.
              IF Cmd-Error = "Y" THEN
                     GO TO 400-Suspend-Customer-End
              END-IF.
              IF TRIM(CMR-STATUS) = "SUSPENDED" THEN
                     DISPLAY "ERROR: CUSTOMER " TRIM(Cmd-Code)
                            " IS ALREADY SUSPENDED"
                     MOVE 1 TO RETURN-CODE
                     CLOSE CUSTOMER-MASTER
                     GO TO 400-Suspend-Customer-End
              END-IF.
              MOVE SPACE TO Audit-Before Audit-After.
              STRING "STATUS " DELIMITED BY SIZE
                     TRIM(CMR-STATUS) DELIMITED BY SIZE
                     INTO Audit-Before
              END-STRING.
              MOVE "STATUS SUSPENDED" TO Audit-After.
              MOVE "SUSPENDED" TO CMR-STATUS.
              PERFORM 640-Rewrite-Customer.
              DISPLAY "SUSPENDED " TRIM(Cmd-Code).
       400-Suspend-Customer-End.
              EXIT.

      *> REACTIVATE code。限度はそのまま (変えるときは LIMIT)
       450-Reactivate-Customer.
              PERFORM 600-Check-Code.
              IF Cmd-Error = "Y" THEN
                     GO TO 450-Reactivate-Customer-End
              END-IF.
              PERFORM 630-Read-For-Update.
              IF Cmd-Error = "Y" THEN
                     GO TO 450-Reactivate-Customer-End
              END-IF.
              IF TRIM(CMR-STATUS) = "ACTIVE" THEN
                     DISPLAY "ERROR: CUSTOMER " TRIM(Cmd-Code)
                            " IS ALREADY ACTIVE"
                     MOVE 1 TO RETURN-CODE
                     CLOSE CUSTOMER-MASTER
                     GO TO 450-Reactivate-Customer-End
              END-IF.
              MOVE SPACE TO Audit-Before Audit-After.
              STRING "STATUS " DELIMITED BY SIZE
                     TRIM(CMR-STATUS) DELIMITED BY SIZE
                     INTO Audit-Before
              END-STRING.
              MOVE "STATUS ACTIVE" TO Audit-After.
              MOVE "ACTIVE" TO CMR-STATUS.
              PERFORM 640-Rewrite-Customer.
              DISPLAY "REACTIVATED " TRIM(Cmd-Code).
       450-Reactivate-Customer-End.
              EXIT.

      *> LIMIT code new-limit (0 = 無制限)。引下げはそのまま、
      *> 承認額を超える引上げは承認者の確認が要る
       500-Change-Limit.
              PERFORM 600-Check-Code.
              IF Cmd-Error = "Y" THEN
                     GO TO 500-Change-Limit-End
              END-IF.
              MOVE Cmd-Tok-3 TO Cmd-Limit-Tok.
              PERFORM 610-Check-Limit.
              IF Cmd-Error = "Y" THEN
                     GO TO 500-Change-Limit-End
              END-IF.
              PERFORM 630-Read-For-Update.
              IF Cmd-Error = "Y" THEN
                     GO TO 500-Change-Limit-End
              END-IF.
              IF CMR-LIMIT = Cmd-Limit THEN
                     DISPLAY "ERROR: CUSTOMER " TRIM(Cmd-Code)
                            " ALREADY HAS THAT LIMIT"
                     MOVE 1 TO RETURN-CODE
                     CLOSE CUSTOMER-MASTER
                     GO TO 500-Change-Limit-End
              END-IF.
              MOVE CMR-LIMIT TO Apr-Old-Limit.
              MOVE "N" TO Apr-Old-Unl.
              IF CMR-LIMIT = 0 THEN
                     MOVE "Y" TO Apr-Old-Unl
              END-IF.
              PERFORM 700-Check-Approval THRU 700-Check-Approval-End.
              IF Cmd-Error = "Y" THEN
                     CLOSE CUSTOMER-MASTER
                     GO TO 500-Change-Limit-End
              END-IF.
              MOVE SPACE TO Audit-Before Audit-After.
              MOVE CMR-LIMIT TO Limit-Old-Z.
              MOVE Cmd-Limit TO Limit-Z.
              STRING "LIMIT " DELIMITED BY SIZE
                     TRIM(Limit-Old-Z) DELIMITED BY SIZE
                     INTO Audit-Before
              END-STRING.
              STRING "LIMIT " DELIMITED BY SIZE
                     TRIM(Limit-Z) DELIMITED BY SIZE
                     INTO Audit-After
              END-STRING.
              MOVE Cmd-Limit TO CMR-LIMIT.
              PERFORM 640-Rewrite-Customer.
              PERFORM 720-Audit-Approver.
              DISPLAY "LIMIT " TRIM(Cmd-Code) " " TRIM(Limit-Old-Z)
                     " -> " TRIM(Limit-Z).
       500-Change-Limit-End.
              EXIT.

      *> 入力検査。不備は Cmd-Error = "Y" で呼び元が打ち切る
       600-Check-Code.
              MOVE "N" TO Cmd-Error.
              IF Cmd-Code-Tok = SPACE
              OR Cmd-Code-Tok(11:) NOT = SPACE THEN
                     DISPLAY "ERROR: NEED A CUSTOMER CODE OF UP TO 10"
                            " CHARACTERS"
                     MOVE 1 TO RETURN-CODE
                     MOVE "Y" TO Cmd-Error
              ELSE
                     MOVE Cmd-Code-Tok TO Cmd-Code
              END-IF.

       610-Check-Limit.
              MOVE "N" TO Cmd-Error.
              IF Cmd-Limit-Tok = SPACE
              OR TRIM(Cmd-Limit-Tok) IS NOT NUMERIC
              OR Cmd-Limit-Tok(10:) NOT = SPACE THEN
                     DISPLAY "ERROR: NEED A NUMERIC CREDIT LIMIT OF UP"
                            " TO 9 DIGITS (0 = NO LIMIT)"
                     MOVE 1 TO RETURN-CODE
                     MOVE "Y" TO Cmd-Error
              ELSE
                     MOVE NUMVAL(TRIM(Cmd-Limit-Tok)) TO Cmd-Limit
              END-IF.

      *> 支払条件は NETnn / EOMnn (空なら既定の NET30 を使う)
       620-Check-Terms.
              MOVE "N" TO Cmd-Error.
              MOVE SPACE TO Cmd-Terms.
              IF Cmd-Terms-Tok NOT = SPACE THEN
                     PERFORM 625-Check-Terms-Format
              END-IF.

       625-Check-Terms-Format.
              IF (Cmd-Terms-Tok(1:3) NOT = "NET"
                  AND Cmd-Terms-Tok(1:3) NOT = "EOM")
              OR Cmd-Terms-Tok(4:) = SPACE
              OR TRIM(Cmd-Terms-Tok(4:)) IS NOT NUMERIC
              OR Cmd-Terms-Tok(7:) NOT = SPACE THEN
                     DISPLAY "ERROR: TERMS MUST BE NETnn OR EOMnn"
                     MOVE 1 TO RETURN-CODE
                     MOVE "Y" TO Cmd-Error
              ELSE
                     MOVE Cmd-Terms-Tok TO Cmd-Terms
              END-IF.

      *> 更新用に開いて顧客を読む。見つからなければ閉じて戻る
       630-Read-For-Update.
              MOVE "N" TO Cmd-Error.
              OPEN I-O CUSTOMER-MASTER.
              MOVE Cmd-Code TO CMR-CODE.
              READ CUSTOMER-MASTER
                  INVALID KEY
                      DISPLAY "ERROR: CUSTOMER " TRIM(Cmd-Code)
                             " NOT ON MASTER, USE ADD"
                      MOVE 1 TO RETURN-CODE
                      MOVE "Y" TO Cmd-Error
                      CLOSE CUSTOMER-MASTER
              END-READ.

      *> 変更した顧客を書き戻し、前後の値を活動監査へ記録する
       640-Rewrite-Customer.
              MOVE Today-Date TO CMR-UPD-DATE.
              MOVE Operator-Id TO CMR-UPD-BY.
              REWRITE CUSTOMER-MASTER-RECORD.
              CLOSE CUSTOMER-MASTER.
              PERFORM 650-Audit-Customer.

       650-Audit-Customer.
              MOVE Cmd-Code TO Audit-Field.
              PERFORM Write-Activity-Audit.
              ADD 1 TO Edit-Count.

      *> 二人承認の判定。承認が要るときは承認者の ID を受け付け、
      *> サインオンした担当者と別人で監督者以上の役割であることを
      *> OPERATOR-ROLES で確かめる (役割ファイルがなければ別人で
      *> あることだけを確かめる)。拒否は Cmd-Error = "Y"
       700-Check-Approval.
              MOVE "N" TO Cmd-Error Apr-Needed.
              MOVE SPACE TO Apr-Id.
              IF Apr-Old-Unl = "Y" THEN
                     GO TO 700-Check-Approval-End
              END-IF.
              IF Cmd-Limit = 0 THEN
                     MOVE "Y" TO Apr-Needed
              ELSE
                     IF Cmd-Limit > Apr-Old-Limit
                     AND Cmd-Limit - Apr-Old-Limit > Apr-Threshold
                     THEN
                            MOVE "Y" TO Apr-Needed
                     END-IF
              END-IF.
              IF Apr-Needed = "N" THEN
                     GO TO 700-Check-Approval-End
              END-IF.
              MOVE Apr-Threshold TO Limit-Z.
              DISPLAY "LIMIT INCREASE OVER " TRIM(Limit-Z)
                     " NEEDS A SECOND APPROVER".
              DISPLAY "APPROVER ID?".
              ACCEPT Apr-Id.
              IF Apr-Id = SPACE OR Apr-Id = Operator-Id THEN
                     DISPLAY "ERROR: THE APPROVER MUST BE ANOTHER"
                            " OPERATOR"
                     GO TO 710-Refuse-Approval
              END-IF.
              PERFORM 730-Find-Approver-Role
                     THRU 730-Find-Approver-Role-End.
              IF Apr-Roles-Ok = "N" THEN
                     DISPLAY "WARNING: OPERATOR-ROLES NOT PRESENT,"
                            " APPROVER ROLE NOT CHECKED"
                     GO TO 700-Check-Approval-End
              END-IF.
              IF TRIM(Apr-Role) = "SUPERVISOR"
              OR TRIM(Apr-Role) = "ADMIN" THEN
                     GO TO 700-Check-Approval-End
              END-IF.
              DISPLAY "ERROR: APPROVER " TRIM(Apr-Id) " HOLDS ROLE "
                     TRIM(Apr-Role) " BUT SUPERVISOR IS REQUIRED".
       710-Refuse-Approval.
              MOVE "LIMIT-APPR" TO Audit-Field.
              MOVE Cmd-Code TO Audit-Before.
              MOVE "REFUSED" TO Audit-After.
              PERFORM Write-Activity-Audit.
              MOVE 1 TO RETURN-CODE.
              MOVE "Y" TO Cmd-Error.
       700-Check-Approval-End.
              EXIT.

      *> 承認を得た引上げは承認者も活動監査へ残す
       720-Audit-Approver.
              IF Apr-Needed = "Y" THEN
                     MOVE "LIMIT-APPR" TO Audit-Field
                     MOVE Cmd-Code TO Audit-Before
                     MOVE Apr-Id TO Audit-After
                     PERFORM Write-Activity-Audit
              END-IF.

       730-Find-Approver-Role.
              MOVE "OPERATOR" TO Apr-Role.
              MOVE "Y" TO Apr-Roles-Ok.
              OPEN INPUT OPERATOR-ROLES.
              IF Roles-Status NOT = "00" THEN
                     IF Roles-Status = "05" THEN
                            CLOSE OPERATOR-ROLES
                     END-IF
                     MOVE "N" TO Apr-Roles-Ok
                     GO TO 730-Find-Approver-Role-End
              END-IF.
       735-Read-Roles.
              READ OPERATOR-ROLES
                     AT END
                         CLOSE OPERATOR-ROLES
                         GO TO 730-Find-Approver-Role-End
              END-READ.
              IF OPERATOR-ROLES-RECORD = SPACE
              OR OPERATOR-ROLES-RECORD(1:1) = "*" THEN
                     GO TO 735-Read-Roles
              END-IF.
              MOVE SPACE TO Role-Op-Tok Role-Rl-Tok.
              UNSTRING OPERATOR-ROLES-RECORD DELIMITED BY ALL " "
                     INTO Role-Op-Tok Role-Rl-Tok.
              IF Role-Op-Tok = Apr-Id THEN
                     MOVE Role-Rl-Tok TO Apr-Role
              END-IF.
              GO TO 735-Read-Roles.
       730-Find-Approver-Role-End.
              EXIT.

      *> 旧フラット形式 ("code name credit-limit status [terms]")
      *> の CUSTOMER-LOAD を索引マスタへ取り込む (初回移行と
      *> 手直し用)。既存の顧客は置き換える
       800-Load-Flat-File.
              OPEN INPUT CUSTOMER-LOAD.
              IF Cust-Load-Status NOT = "00" THEN
                     IF Cust-Load-Status = "05" THEN
                            CLOSE CUSTOMER-LOAD
                     END-IF
                     DISPLAY "ERROR: CUSTOMER-LOAD IS EMPTY OR ABSENT"
                     MOVE 1 TO RETURN-CODE
                     GO TO 800-Load-Flat-File-End
              END-IF.
              OPEN I-O CUSTOMER-MASTER.
              MOVE 0 TO ld-count.
       810-Read-Load.
              READ CUSTOMER-LOAD
                     AT END
                         GO TO 820-Load-Done
              END-READ.
              IF CUSTOMER-LOAD-RECORD = SPACE
              OR CUSTOMER-LOAD-RECORD(1:1) = "*" THEN
                     GO TO 810-Read-Load
              END-IF.
              MOVE SPACE TO ld-code-tok ld-name-tok ld-limit-tok
                     ld-stat-tok ld-terms-tok.
              UNSTRING CUSTOMER-LOAD-RECORD DELIMITED BY ALL " "
                     INTO ld-code-tok ld-name-tok ld-limit-tok
                          ld-stat-tok ld-terms-tok.
              IF ld-code-tok = SPACE OR ld-code-tok(11:) NOT = SPACE
              OR TRIM(ld-limit-tok) IS NOT NUMERIC
              OR ld-limit-tok(10:) NOT = SPACE
              OR ld-stat-tok = SPACE THEN
                     DISPLAY "WARNING: BAD CUSTOMER-LOAD LINE SKIPPED: "
                            TRIM(CUSTOMER-LOAD-RECORD)
                     GO TO 810-Read-Load
              END-IF.
              MOVE ld-code-tok TO CMR-CODE.
              READ CUSTOMER-MASTER
                  INVALID KEY
                      CONTINUE
              END-READ.
              MOVE SPACE TO CUSTOMER-MASTER-RECORD.
              MOVE ld-code-tok TO CMR-CODE.
              MOVE ld-name-tok TO CMR-NAME.
              MOVE NUMVAL(TRIM(ld-limit-tok)) TO CMR-LIMIT.
              MOVE ld-stat-tok TO CMR-STATUS.
              MOVE ld-terms-tok TO CMR-TERMS.
              MOVE Today-Date TO CMR-UPD-DATE.
              MOVE Operator-Id TO CMR-UPD-BY.
              REWRITE CUSTOMER-MASTER-RECORD.
              IF Cust-Master-Status = "23" THEN
                     WRITE CUSTOMER-MASTER-RECORD
              END-IF.
              ADD 1 TO ld-count.
              GO TO 810-Read-Load.
       820-Load-Done.
              CLOSE CUSTOMER-LOAD.
              CLOSE CUSTOMER-MASTER.
              MOVE ld-count TO ld-z.
              DISPLAY "LOADED " TRIM(ld-z) " CUSTOMER(S) FROM"
                     " CUSTOMER-LOAD".
              MOVE SPACE TO Audit-Before.
              MOVE TRIM(ld-z) TO Audit-After.
              MOVE "CUST-LOAD" TO Audit-Field.
              PERFORM Write-Activity-Audit.
              ADD 1 TO Edit-Count.
       800-Load-Flat-File-End.
              EXIT.

       COPY SIGNONPD.
       COPY ROLESPD.
       COPY CONFIGPD.
       END PROGRAM MAIN.
