       *> Try POH
       *> author: Leonardone @ NEETSDKASU
       *> ↓ 1行あたりの字数の目安
       *>==============================================================$
       *>
       *> 資源占有 (RESOURCE-ENQUEUE) の操作卓。異常終了したプログラム
       *> が残した占有を監督者が外す。SYSIN コマンド:
       *>   LIST                      : 占有中の資源を出す
       *>   RELEASE resource program  : その占有を外す (活動監査に残す)
       *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
              FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ENQSL.
       COPY SIGNONSL.
       COPY ROLESSL.
       DATA DIVISION.
       FILE SECTION.
       COPY ENQFD.
       COPY SIGNONFD.
       COPY ROLESFD.
       WORKING-STORAGE SECTION.
       COPY ENQWS.
       COPY SIGNONWS.
       COPY ROLESWS.
       01 Command-Values.
              05 Cmd-Line     PIC X(60).
              05 Cmd-Verb     PIC X(10).
              05 Cmd-Resource PIC X(20).
              05 Cmd-Program  PIC X(12).
       01 Desk-Values.
              05 Desk-Released PIC 9(4) VALUE 0.
              05 Desk-Z        PIC Z(3)9.
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              MOVE "LOCKDESK" TO Audit-Program.
              PERFORM Operator-Sign-On.
              MOVE "SUPERVISOR" TO Role-Required.
              PERFORM Check-Operator-Role THRU Check-Operator-Role-End.
       020-Read-Command.
              MOVE SPACE TO Cmd-Line.
              ACCEPT Cmd-Line.
              IF Cmd-Line = SPACE THEN
                     GO TO 090-Finish
              END-IF.
              MOVE SPACE TO Cmd-Verb Cmd-Resource Cmd-Program.
              UNSTRING Cmd-Line DELIMITED BY ALL " "
                     INTO Cmd-Verb Cmd-Resource Cmd-Program.
              EVALUATE TRIM(Cmd-Verb)
                  WHEN "LIST"
                      PERFORM 100-List-Claims
                  WHEN "RELEASE"
                      PERFORM 200-Release-Claim
                             THRU 200-Release-Claim-End
                  WHEN OTHER
                      DISPLAY "ERROR: UNKNOWN COMMAND "
                             TRIM(Cmd-Verb)
                      DISPLAY "COMMANDS: LIST / RELEASE <RESOURCE>"
                             " <PROGRAM>"
                      MOVE 1 TO RETURN-CODE
              END-EVALUATE.
              GO TO 020-Read-Command.
       090-Finish.
              MOVE Desk-Released TO Desk-Z.
              DISPLAY "RELEASED THIS SESSION: " TRIM(Desk-Z).
              STOP RUN.

       100-List-Claims.
              PERFORM Load-Resource-Enqueue
                     THRU Load-Resource-Enqueue-End.
              IF Enq-Count = 0 THEN
                     DISPLAY "NO RESOURCES HELD"
              ELSE
                     DISPLAY "RESOURCES HELD:"
                     PERFORM VARYING Enq-Idx FROM 1 BY 1
                     UNTIL Enq-Idx > Enq-Count
                            DISPLAY "  " eq-resource(Enq-Idx) " "
                                   eq-mode(Enq-Idx) " "
                                   eq-program(Enq-Idx) " "
                                   eq-holder(Enq-Idx) " SINCE "
                                   eq-date(Enq-Idx) " "
                                   eq-time(Enq-Idx)
                     END-PERFORM
              END-IF.

      *> 外す直前に読み直す (一覧のあとに増えた占有を消さない)
       200-Release-Claim.
              IF Cmd-Resource = SPACE OR Cmd-Program = SPACE THEN
                     DISPLAY "ERROR: RELEASE NEEDS A RESOURCE AND"
                            " A PROGRAM"
                     MOVE 1 TO RETURN-CODE
                     GO TO 200-Release-Claim-End
              END-IF.
              PERFORM Load-Resource-Enqueue
                     THRU Load-Resource-Enqueue-End.
              MOVE 0 TO Enq-Found.
              PERFORM VARYING Enq-Idx FROM 1 BY 1
              UNTIL Enq-Idx > Enq-Count OR Enq-Found > 0
                     IF eq-resource(Enq-Idx) = Cmd-Resource
                     AND eq-program(Enq-Idx) = Cmd-Program THEN
                            MOVE Enq-Idx TO Enq-Found
                     END-IF
              END-PERFORM.
              IF Enq-Found = 0 THEN
                     DISPLAY "ERROR: " TRIM(Cmd-Resource)
                            " IS NOT HELD BY " TRIM(Cmd-Program)
                     MOVE 1 TO RETURN-CODE
                     GO TO 200-Release-Claim-End
              END-IF.
              MOVE eq-resource(Enq-Found) TO Enq-Resource.
              MOVE eq-program(Enq-Found) TO Enq-Program.
              MOVE eq-holder(Enq-Found) TO Enq-Holder.
              PERFORM Release-Resource.
              ADD 1 TO Desk-Released.
              MOVE "ENQ-RELEASE" TO Audit-Field.
              MOVE Enq-Resource TO Audit-Before.
              MOVE SPACE TO Audit-After.
              STRING Enq-Program DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     Enq-Holder DELIMITED BY SPACE
                     INTO Audit-After
              END-STRING.
              PERFORM Write-Activity-Audit.
              DISPLAY "RELEASED " TRIM(Enq-Resource) " HELD BY "
                     TRIM(Enq-Program) " (" TRIM(Enq-Holder) ")".
       200-Release-Claim-End.
              EXIT.

       COPY ENQPD.
       COPY SIGNONPD.
       COPY ROLESPD.
       END PROGRAM MAIN.
