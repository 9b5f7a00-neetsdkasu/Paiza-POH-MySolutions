                     ASSIGN TO "CREDIT-RELEASED"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Released-Status.
       COPY DUNHOLDSL.
       COPY SIGNONSL.
       COPY ENQSL.
       COPY CONFIGSL.
       COPY ORDMSTSL.
       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-HOLD.
                     05 CH-DETAIL PIC X(20).
       FD  CREDIT-RELEASED.
              01 CREDIT-RELEASED-RECORD PIC X(40).
       COPY DUNHOLDFD.
       COPY SIGNONFD.
       COPY ENQFD.
       COPY CONFIGFD.
       COPY ORDMSTFD.
       WORKING-STORAGE SECTION.
       COPY SIGNONWS.
       COPY ENQWS.
       COPY CONFIGWS.
       COPY ORDMSTWS.
       01 Credit-Hold-Status PIC XX.
       01 Released-Status PIC XX.
       01 Dun-Hold-Status PIC XX.
       01 Command-Values.
              05 Cmd-Line   PIC X(30).
              05 Cmd-Verb   PIC X(10).
              05 Cmd-No-Tok PIC X(6).
              05 Cmd-No     PIC 9(4).
              05 Cmd-Until-Tok PIC X(10).
       01 Dun-Hold-Values.
              05 Dun-Hold-Days  PIC 9(3) VALUE 30.
              05 Release-Date   PIC 9(8).
              05 Hold-Until     PIC 9(8).
       01 Hold-Table-Values.
              05 HT-Count    PIC 9(4) VALUE 0.
              05 HT-Idx      PIC 9(4).
       000-MAIN.
              MOVE "CREDITDESK" TO Audit-Program.
              PERFORM Operator-Sign-On.
              MOVE "CREDITDESK" TO Config-Program Ord-Program.
              PERFORM Load-Config-Master THRU Load-Config-Master-End.
              MOVE "DUNNING-HOLD-DAYS" TO Config-Param-Name.
              MOVE "30" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO Dun-Hold-Days
              END-IF.
      *> 夜間の Katyusha が保留を書き足す間は CREDIT-HOLD に触らない
              MOVE "CREDITDESK" TO Enq-Program.
              MOVE Operator-Id TO Enq-Holder.
              MOVE "CREDIT-HOLD" TO Enq-Resource.
              MOVE "EXCL" TO Enq-Mode.
              PERFORM Acquire-Resource THRU Acquire-Resource-End.
              PERFORM 010-Load-Holds THRU 012-Holds-Loaded.
       020-Read-Command.
              MOVE SPACE TO Cmd-Line.
              IF Cmd-Line = SPACE THEN
                     GO TO 090-Finish
              END-IF.
              MOVE SPACE TO Cmd-Verb Cmd-No-Tok Cmd-Until-Tok.
              UNSTRING Cmd-Line DELIMITED BY ALL " "
                     INTO Cmd-Verb Cmd-No-Tok Cmd-Until-Tok.
              EVALUATE TRIM(Cmd-Verb)
                  WHEN "LIST"
                      PERFORM 100-List-Holds
                  WHEN OTHER
                      DISPLAY "ERROR: UNKNOWN COMMAND "
                             TRIM(Cmd-Verb)
                      DISPLAY "COMMANDS: LIST / RELEASE <NO> [YYYYMMDD]"
                      MOVE 1 TO RETURN-CODE
              END-EVALUATE.
              GO TO 020-Read-Command.
              IF HT-Released > 0 THEN
                     PERFORM 300-Rewrite-Holds
              END-IF.
              PERFORM Release-Resource.
              MOVE HT-Released TO HT-Z.
              DISPLAY "RELEASED THIS SESSION: " TRIM(HT-Z).
              STOP RUN.
              IF HT-Count >= 500 THEN
                     DISPLAY "ERROR: CREDIT-HOLD EXCEEDS 500"
                            " RECORDS, ARCHIVE RELEASED HOLDS FIRST"
                     PERFORM Release-All-Resources
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
                     GO TO 200-Release-Hold-End
              END-IF.
              MOVE NUMVAL(TRIM(Cmd-No-Tok)) TO Cmd-No.
      *> 督促停止日: 指定がなければ解放日 + DUNNING-HOLD-DAYS
              ACCEPT Release-Date FROM DATE YYYYMMDD.
              IF Cmd-Until-Tok = SPACE THEN
                     MOVE DATE-OF-INTEGER(INTEGER-OF-DATE(Release-Date)
                            + Dun-Hold-Days) TO Hold-Until
              ELSE
                     IF TRIM(Cmd-Until-Tok) IS NOT NUMERIC
                     OR STORED-CHAR-LENGTH(Cmd-Until-Tok) NOT = 8
                     OR TEST-DATE-YYYYMMDD(NUMVAL(TRIM(Cmd-Until-Tok)))
                            NOT = 0 THEN
                            DISPLAY "ERROR: BAD DUNNING HOLD DATE "
                                   TRIM(Cmd-Until-Tok)
                            MOVE 1 TO RETURN-CODE
                            GO TO 200-Release-Hold-End
                     END-IF
                     MOVE NUMVAL(TRIM(Cmd-Until-Tok)) TO Hold-Until
              END-IF.
              IF Cmd-No < 1 OR Cmd-No > HT-Count THEN
                     DISPLAY "ERROR: NO HOLD NUMBERED "
                            TRIM(Cmd-No-Tok)
              MOVE ht-detail(Cmd-No) TO CREDIT-RELEASED-RECORD.
              WRITE CREDIT-RELEASED-RECORD.
              CLOSE CREDIT-RELEASED.
              OPEN EXTEND DUNNING-HOLD.
              MOVE SPACE TO DUNNING-HOLD-RECORD.
              MOVE ht-cust(Cmd-No) TO DH-CUST.
              MOVE Hold-Until TO DH-UNTIL.
              MOVE Release-Date TO DH-FROM.
              WRITE DUNNING-HOLD-RECORD.
              CLOSE DUNNING-HOLD.
              MOVE "RLSD" TO ht-status(Cmd-No).
              ADD 1 TO HT-Released.
              MOVE ht-cust(Cmd-No) TO Audit-Field.
              MOVE "HELD" TO Audit-Before.
              MOVE "RLSD" TO Audit-After.
              PERFORM Write-Activity-Audit.
              UNSTRING ht-header(Cmd-No) DELIMITED BY ALL " "
                     INTO Ord-Order.
              MOVE "RECEIVED" TO Ord-Status.
              MOVE "CREDIT RELEASED, REQUEUED" TO Ord-Note.
              PERFORM Post-Order-Status THRU Post-Order-Status-End.
              DISPLAY "RELEASED HOLD " TRIM(Cmd-No-Tok) " FOR "
                     TRIM(ht-cust(Cmd-No))
                     ", ORDER QUEUED ON CREDIT-RELEASED".
              DISPLAY "DUNNING SUPPRESSED FOR "
                     TRIM(ht-cust(Cmd-No)) " UNTIL " Hold-Until.
       200-Release-Hold-End.
              EXIT.

              CLOSE CREDIT-HOLD.

       COPY SIGNONPD.
       COPY ENQPD.
       COPY CONFIGPD.
       COPY ORDMSTPD.
       END PROGRAM MAIN.
