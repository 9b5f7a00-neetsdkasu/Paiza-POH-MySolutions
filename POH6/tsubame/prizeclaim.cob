       *>
       *> 賞品の受取管理。prizealloc.cob が PRIZE-CLAIMS に RESERVED
       *> で追記した賞品について、受取 (REDEEM)・発送 (DISPATCH) を
       *> 記録し、期限切れ (EXPIRE) を処理する。コマンドは標準入力
       *> から1行ずつ、空行で終了:
       *>   REDEEM <ticket> [yyyymmdd] [campaign]   (窓口で受取)
       *>   DISPATCH <ticket> [yyyymmdd] [campaign] (当選者へ発送)
       *>   EXPIRE [yyyymmdd]             (期限切れの処理)
       *>   CLOSE [campaign]              (キャンペーン締めの賞別報告)
       *> 同じチケット番号が複数のキャンペーンで当選していれば
       *> キャンペーンIDを指定する。
       *> 受取期限は予約日 + PRIZE-CLAIM-DAYS 日 (既定 30 日)。
       *> 期限を過ぎた RESERVED は EXPIRED にして賞品を PRIZE-STOCK
       *> へ戻し、期限切れ一覧を出す。期限後の受取・発送は受け付け
       *> ない。
       *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrizeClaim.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
              FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT OPTIONAL PRIZE-STOCK
                     ASSIGN TO "PRIZE-STOCK"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Prize-Stock-Status.
       COPY PRZCLMSL.
       COPY RUNHISTSL.
       COPY CONFIGSL.
       DATA DIVISION.
       FILE SECTION.
       FD  PRIZE-STOCK.
              01 PRIZE-STOCK-RECORD PIC X(40).
       COPY PRZCLMFD.
       COPY RUNHISTFD.
       COPY CONFIGFD.
       WORKING-STORAGE SECTION.
       COPY RUNHISTWS.
       COPY CONFIGWS.
       COPY REPORTWS.
       01 Prize-Stock-Status PIC XX.
       01 Prize-Claims-Status PIC XX.
       01 Command-Values.
              05 Cmd-Line     PIC X(40).
              05 Cmd-Verb     PIC X(10).
              05 Cmd-No-Tok   PIC X(12).
              05 Cmd-Date-Tok PIC X(10).
              05 Cmd-Camp-Tok PIC X(10).
              05 Cmd-Ticket   PIC 9(10).
              05 Cmd-Date     PIC 9(8).
              05 Cmd-Count    PIC 9(6) VALUE 0.
       01 Claim-Table-Values.
              05 CL-Count PIC 9(4) VALUE 0.
              05 CL-Idx   PIC 9(4).
              05 CL-Found PIC 9(4).
              05 CL-Dirty PIC X VALUE "N".
              05 CL-Table OCCURS 2000 TIMES.
                     10 cl-ticket PIC 9(10).
                     10 cl-tier   PIC X(10).
                     10 cl-prize  PIC X(10).
                     10 cl-award  PIC 9(8).
                     10 cl-status PIC X(10).
                     10 cl-date   PIC 9(8).
                     10 cl-camp   PIC X(6).
              05 CL-Matches PIC 9(4).
       01 Prize-Table-Values.
              05 PZ-Count PIC 9(3) VALUE 0.
              05 PZ-Idx   PIC 9(3).
              05 PZ-Found PIC 9(3).
              05 PZ-Dirty PIC X VALUE "N".
              05 PZ-Table OCCURS 100 TIMES.
                     10 pz-tier   PIC X(10).
                     10 pz-code   PIC X(10).
                     10 pz-onhand PIC 9(6).
                     10 pz-camp   PIC X(6).
              05 pz-qty-tok PIC X(10).
              05 pz-camp-tok PIC X(10).
       01 Expiry-Values.
              05 Claim-Days  PIC 9(4) VALUE 30.
              05 Today-Date  PIC 9(8).
              05 Claim-Until PIC 9(8).
              05 Expired-Count PIC 9(6) VALUE 0.
       01 Close-Values.
              05 CT-Count PIC 99 VALUE 0.
              05 CT-Idx   PIC 99.
              05 CT-Found PIC 99.
              05 CT-Table OCCURS 61 TIMES.
                     10 ct-camp       PIC X(6).
                     10 ct-tier       PIC X(10).
                     10 ct-awarded    PIC 9(6).
                     10 ct-redeemed   PIC 9(6).
                     10 ct-dispatched PIC 9(6).
                     10 ct-expired    PIC 9(6).
                     10 ct-outstand   PIC 9(6).
              05 ct-z1 PIC Z(5)9.
              05 ct-z2 PIC Z(5)9.
              05 ct-z3 PIC Z(5)9.
              05 ct-z4 PIC Z(5)9.
              05 ct-z5 PIC Z(5)9.
              05 ct-z6 PIC Z(5)9.
       PROCEDURE DIVISION.
       MainRoutine SECTION.
       000-Main.
              MOVE "PRIZECLAIM" TO Run-Hist-Program Config-Program.
              PERFORM Load-Config-Master THRU Load-Config-Master-End.
              MOVE "PRIZE-CLAIM-DAYS" TO Config-Param-Name.
              MOVE "30" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO Claim-Days
              END-IF.
              ACCEPT Today-Date FROM DATE YYYYMMDD.
              PERFORM 010-Load-Claims THRU 012-Claims-Loaded.
              PERFORM 020-Load-Prize-Stock THRU 022-Prizes-Loaded.
       030-Read-Command.
              MOVE SPACE TO Cmd-Line.
              ACCEPT Cmd-Line.
              IF Cmd-Line = SPACE THEN
                     GO TO 090-Finish
              END-IF.
              MOVE SPACE TO Cmd-Verb Cmd-No-Tok Cmd-Date-Tok
                     Cmd-Camp-Tok.
              UNSTRING Cmd-Line DELIMITED BY ALL " "
                     INTO Cmd-Verb Cmd-No-Tok Cmd-Date-Tok
                          Cmd-Camp-Tok.
              ADD 1 TO Cmd-Count.
              EVALUATE TRIM(Cmd-Verb)
                  WHEN "REDEEM"
                      PERFORM 100-Record-Claim
                             THRU 100-Record-Claim-End
                  WHEN "DISPATCH"
                      PERFORM 100-Record-Claim
                             THRU 100-Record-Claim-End
                  WHEN "EXPIRE"
      *> EXPIRE の日付はチケット番号の位置に来る
                      MOVE Cmd-No-Tok TO Cmd-Date-Tok
                      PERFORM 200-Expire-Claims
                             THRU 200-Expire-Claims-End
                  WHEN "CLOSE"
                      PERFORM 300-Close-Report
                  WHEN OTHER
                      DISPLAY "ERROR: UNKNOWN COMMAND "
                             TRIM(Cmd-Verb)
                      DISPLAY "COMMANDS: REDEEM <TICKET> [DATE]"
                             " [CAMPAIGN] / DISPATCH <TICKET> [DATE]"
                             " [CAMPAIGN] / EXPIRE [DATE] /"
                             " CLOSE [CAMPAIGN]"
                      MOVE 1 TO RETURN-CODE
              END-EVALUATE.
              GO TO 030-Read-Command.
       090-Finish.
              IF CL-Dirty = "Y" THEN
                     PERFORM 080-Rewrite-Claims
              END-IF.
              IF PZ-Dirty = "Y" THEN
                     PERFORM 085-Save-Prize-Stock
              END-IF.
              MOVE CL-Count TO Run-Hist-Read.
              MOVE Expired-Count TO Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.

       010-Load-Claims.
              OPEN INPUT PRIZE-CLAIMS.
              IF Prize-Claims-Status NOT = "00" THEN
                     IF Prize-Claims-Status = "05" THEN
                            CLOSE PRIZE-CLAIMS
                     END-IF
                     GO TO 012-Claims-Loaded
              END-IF.
       011-Read-Claim.
              READ PRIZE-CLAIMS
                     AT END
                         CLOSE PRIZE-CLAIMS
                         GO TO 012-Claims-Loaded
              END-READ.
              IF CL-Count >= 2000 THEN
                     DISPLAY "ERROR: PRIZE-CLAIMS EXCEEDS 2000"
                            " RECORDS, ARCHIVE CLOSED CAMPAIGNS"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO CL-Count.
              MOVE PC-TICKET TO cl-ticket(CL-Count).
              MOVE PC-TIER TO cl-tier(CL-Count).
              MOVE PC-PRIZE TO cl-prize(CL-Count).
              MOVE PC-AWARD TO cl-award(CL-Count).
              MOVE PC-STATUS TO cl-status(CL-Count).
              MOVE PC-DATE TO cl-date(CL-Count).
              MOVE PC-CAMPAIGN TO cl-camp(CL-Count).
              GO TO 011-Read-Claim.
       012-Claims-Loaded.
              EXIT.

       020-Load-Prize-Stock.
              OPEN INPUT PRIZE-STOCK.
              IF Prize-Stock-Status NOT = "00" THEN
                     IF Prize-Stock-Status = "05" THEN
                            CLOSE PRIZE-STOCK
                     END-IF
                     GO TO 022-Prizes-Loaded
              END-IF.
       021-Read-Prize.
              READ PRIZE-STOCK
                     AT END
                         CLOSE PRIZE-STOCK
                         GO TO 022-Prizes-Loaded
              END-READ.
              IF PRIZE-STOCK-RECORD = SPACE
              OR PRIZE-STOCK-RECORD(1:1) = "*"
              OR PZ-Count >= 100 THEN
                     GO TO 021-Read-Prize
              END-IF.
              ADD 1 TO PZ-Count.
              MOVE SPACE TO pz-qty-tok pz-camp-tok.
              UNSTRING PRIZE-STOCK-RECORD DELIMITED BY ALL " "
                     INTO pz-tier(PZ-Count) pz-code(PZ-Count)
                          pz-qty-tok pz-camp-tok.
              MOVE pz-camp-tok TO pz-camp(PZ-Count).
              MOVE 0 TO pz-onhand(PZ-Count).
              IF TRIM(pz-qty-tok) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(pz-qty-tok))
                            TO pz-onhand(PZ-Count)
              END-IF.
              GO TO 021-Read-Prize.
       022-Prizes-Loaded.
              EXIT.

      *> 日付トークン (空白なら本日) を Cmd-Date に。不正なら 0
       050-Take-Date.
              IF Cmd-Date-Tok = SPACE THEN
                     MOVE Today-Date TO Cmd-Date
              ELSE
                     IF TRIM(Cmd-Date-Tok) IS NOT NUMERIC
                     OR STORED-CHAR-LENGTH(Cmd-Date-Tok) NOT = 8
                     OR TEST-DATE-YYYYMMDD(NUMVAL(TRIM(Cmd-Date-Tok)))
                            NOT = 0 THEN
                            MOVE 0 TO Cmd-Date
                     ELSE
                            MOVE NUMVAL(TRIM(Cmd-Date-Tok))
                                   TO Cmd-Date
                     END-IF
              END-IF.

      *> 受取期限 = 予約日 + PRIZE-CLAIM-DAYS (CL-Idx の請求)
       055-Claim-Until.
              MOVE DATE-OF-INTEGER(INTEGER-OF-DATE(cl-award(CL-Idx))
                     + Claim-Days) TO Claim-Until.

      *> 受取・発送の記録。予約中の賞品で期限内のものに限る
       100-Record-Claim.
              IF TRIM(Cmd-No-Tok) IS NOT NUMERIC THEN
                     DISPLAY "ERROR: " TRIM(Cmd-Verb)
                            " NEEDS A TICKET NUMBER"
                     MOVE 1 TO RETURN-CODE
                     GO TO 100-Record-Claim-End
              END-IF.
              MOVE NUMVAL(TRIM(Cmd-No-Tok)) TO Cmd-Ticket.
      *> 日付を省いてキャンペーンIDだけ書いた場合
              IF Cmd-Date-Tok NOT = SPACE
              AND TRIM(Cmd-Date-Tok) IS NOT NUMERIC
              AND Cmd-Camp-Tok = SPACE THEN
                     MOVE Cmd-Date-Tok TO Cmd-Camp-Tok
                     MOVE SPACE TO Cmd-Date-Tok
              END-IF.
              PERFORM 050-Take-Date.
              IF Cmd-Date = 0 THEN
                     DISPLAY "ERROR: BAD CLAIM DATE "
                            TRIM(Cmd-Date-Tok)
                     MOVE 1 TO RETURN-CODE
                     GO TO 100-Record-Claim-End
              END-IF.
              MOVE 0 TO CL-Found CL-Matches.
              PERFORM VARYING CL-Idx FROM 1 BY 1
              UNTIL CL-Idx > CL-Count
                     IF cl-ticket(CL-Idx) = Cmd-Ticket
                     AND (Cmd-Camp-Tok = SPACE
                          OR cl-camp(CL-Idx) = Cmd-Camp-Tok) THEN
                            ADD 1 TO CL-Matches
                            IF CL-Found = 0 THEN
                                   MOVE CL-Idx TO CL-Found
                            END-IF
                     END-IF
              END-PERFORM.
              IF CL-Found = 0 THEN
                     DISPLAY "ERROR: NO PRIZE RESERVED FOR TICKET "
                            TRIM(Cmd-No-Tok) " " TRIM(Cmd-Camp-Tok)
                     MOVE 1 TO RETURN-CODE
                     GO TO 100-Record-Claim-End
              END-IF.
              IF CL-Matches > 1 THEN
                     DISPLAY "ERROR: TICKET " TRIM(Cmd-No-Tok)
                            " WON IN MORE THAN ONE CAMPAIGN,"
                            " GIVE THE CAMPAIGN ID"
                     MOVE 1 TO RETURN-CODE
                     GO TO 100-Record-Claim-End
              END-IF.
              MOVE CL-Found TO CL-Idx.
              IF cl-status(CL-Idx) NOT = "RESERVED" THEN
                     DISPLAY "ERROR: TICKET " TRIM(Cmd-No-Tok)
                            " PRIZE IS ALREADY "
                            TRIM(cl-status(CL-Idx)) " "
                            cl-date(CL-Idx)
                     MOVE 1 TO RETURN-CODE
                     GO TO 100-Record-Claim-End
              END-IF.
              IF Cmd-Date < cl-award(CL-Idx) THEN
                     DISPLAY "ERROR: CLAIM DATE " Cmd-Date
                            " IS BEFORE THE AWARD " cl-award(CL-Idx)
                     MOVE 1 TO RETURN-CODE
                     GO TO 100-Record-Claim-End
              END-IF.
              PERFORM 055-Claim-Until.
              IF Cmd-Date > Claim-Until THEN
                     DISPLAY "ERROR: TICKET " TRIM(Cmd-No-Tok)
                            " CLAIM PERIOD ENDED " Claim-Until
                     MOVE 1 TO RETURN-CODE
                     GO TO 100-Record-Claim-End
              END-IF.
              IF TRIM(Cmd-Verb) = "REDEEM" THEN
                     MOVE "REDEEMED" TO cl-status(CL-Idx)
              ELSE
                     MOVE "DISPATCHED" TO cl-status(CL-Idx)
              END-IF.
              MOVE Cmd-Date TO cl-date(CL-Idx).
              MOVE "Y" TO CL-Dirty.
              DISPLAY "TICKET " TRIM(Cmd-No-Tok) " "
                     TRIM(cl-camp(CL-Idx)) " TIER "
                     TRIM(cl-tier(CL-Idx)) " PRIZE "
                     TRIM(cl-prize(CL-Idx)) " "
                     TRIM(cl-status(CL-Idx)) " " Cmd-Date.
       100-Record-Claim-End.
              EXIT.

      *> 期限切れ処理: 受取期限を過ぎた予約を EXPIRED にし、賞品を
      *> PRIZE-STOCK の同じ賞・賞品コードの行へ戻す
       200-Expire-Claims.
              PERFORM 050-Take-Date.
              IF Cmd-Date = 0 THEN
                     DISPLAY "ERROR: BAD EXPIRY DATE "
                            TRIM(Cmd-Date-Tok)
                     MOVE 1 TO RETURN-CODE
                     GO TO 200-Expire-Claims-End
              END-IF.
              MOVE "PRIZECLAIM" TO Rpt-Program.
              MOVE "TSUBAME PRIZE EXPIRY" TO Rpt-Title.
              PERFORM Begin-Report.
              MOVE Claim-Days TO ct-z2.
              STRING "UNCLAIMED AFTER " DELIMITED BY SIZE
                     TRIM(ct-z2) DELIMITED BY SIZE
                     " DAY(S), AS OF " DELIMITED BY SIZE
                     Cmd-Date DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              MOVE "TICKET     TIER       PRIZE      AWARDED  CAMPAIGN"
                     TO Rpt-Line.
              PERFORM Write-Report-Line.
              MOVE 0 TO CT-Found.
              PERFORM VARYING CL-Idx FROM 1 BY 1
              UNTIL CL-Idx > CL-Count
                     IF cl-status(CL-Idx) = "RESERVED" THEN
                            PERFORM 055-Claim-Until
                            IF Cmd-Date > Claim-Until THEN
                                   PERFORM 210-Expire-One
                                   ADD 1 TO CT-Found
                            END-IF
                     END-IF
              END-PERFORM.
              MOVE CT-Found TO ct-z1.
              STRING "PRIZES EXPIRED AND RETURNED TO STOCK: "
                     DELIMITED BY SIZE
                     TRIM(ct-z1) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              PERFORM End-Report.
       200-Expire-Claims-End.
              EXIT.

       210-Expire-One.
              MOVE "EXPIRED" TO cl-status(CL-Idx).
              MOVE Cmd-Date TO cl-date(CL-Idx).
              MOVE "Y" TO CL-Dirty PZ-Dirty.
              ADD 1 TO Expired-Count.
              MOVE 0 TO PZ-Found.
              PERFORM VARYING PZ-Idx FROM 1 BY 1
              UNTIL PZ-Idx > PZ-Count OR PZ-Found > 0
                     IF pz-tier(PZ-Idx) = cl-tier(CL-Idx)
                     AND pz-code(PZ-Idx) = cl-prize(CL-Idx)
                     AND (pz-camp(PZ-Idx) = cl-camp(CL-Idx)
                          OR pz-camp(PZ-Idx) = SPACE) THEN
                            MOVE PZ-Idx TO PZ-Found
                     END-IF
              END-PERFORM.
      *> 在庫行が消えていれば作り直す
              IF PZ-Found = 0 AND PZ-Count < 100 THEN
                     ADD 1 TO PZ-Count
                     MOVE PZ-Count TO PZ-Found
                     MOVE cl-tier(CL-Idx) TO pz-tier(PZ-Found)
                     MOVE cl-prize(CL-Idx) TO pz-code(PZ-Found)
                     MOVE cl-camp(CL-Idx) TO pz-camp(PZ-Found)
                     MOVE 0 TO pz-onhand(PZ-Found)
              END-IF.
              STRING cl-ticket(CL-Idx) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     cl-tier(CL-Idx) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     cl-prize(CL-Idx) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     cl-award(CL-Idx) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     cl-camp(CL-Idx) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              IF PZ-Found > 0 THEN
                     ADD 1 TO pz-onhand(PZ-Found)
              ELSE
                     MOVE "NOT RESTOCKED, PRIZE-STOCK FULL"
                            TO Rpt-Line(60:)
              END-IF.
              PERFORM Write-Report-Line.

      *> キャンペーン締め: キャンペーン・賞別の当選 (予約)・受取・
      *> 発送・期限切れ・未受取の件数。ID 指定ならそのキャンペーンだけ
       300-Close-Report.
              MOVE 0 TO CT-Count.
              PERFORM VARYING CL-Idx FROM 1 BY 1
              UNTIL CL-Idx > CL-Count
                     IF Cmd-No-Tok = SPACE
                     OR cl-camp(CL-Idx) = Cmd-No-Tok THEN
                            PERFORM 310-Count-Claim
                     END-IF
              END-PERFORM.
              MOVE "PRIZECLAIM" TO Rpt-Program.
              MOVE "TSUBAME CAMPAIGN CLOSE - PRIZES" TO Rpt-Title.
              PERFORM Begin-Report.
              IF Cmd-No-Tok NOT = SPACE THEN
                     STRING "CAMPAIGN " DELIMITED BY SIZE
                            Cmd-No-Tok DELIMITED BY SPACE
                            INTO Rpt-Line
                     END-STRING
                     PERFORM Write-Report-Line
              END-IF.
              MOVE "CAMPGN TIER        AWARDED REDEEMED DISPATCH"
                     TO Rpt-Line.
              MOVE "EXPIRED OUTSTANDING" TO Rpt-Line(48:).
              PERFORM Write-Report-Line.
              MOVE "TOTAL" TO ct-camp(61).
              MOVE SPACE TO ct-tier(61).
              MOVE 0 TO ct-awarded(61) ct-redeemed(61)
                     ct-dispatched(61) ct-expired(61) ct-outstand(61).
              PERFORM VARYING CT-Idx FROM 1 BY 1
              UNTIL CT-Idx > CT-Count
                     ADD ct-awarded(CT-Idx) TO ct-awarded(61)
                     ADD ct-redeemed(CT-Idx) TO ct-redeemed(61)
                     ADD ct-dispatched(CT-Idx) TO ct-dispatched(61)
                     ADD ct-expired(CT-Idx) TO ct-expired(61)
                     ADD ct-outstand(CT-Idx) TO ct-outstand(61)
                     PERFORM 320-Close-Line
              END-PERFORM.
              MOVE 61 TO CT-Idx.
              PERFORM 320-Close-Line.
              PERFORM End-Report.

       310-Count-Claim.
              MOVE 0 TO CT-Found.
              PERFORM VARYING CT-Idx FROM 1 BY 1
              UNTIL CT-Idx > CT-Count OR CT-Found > 0
                     IF ct-tier(CT-Idx) = cl-tier(CL-Idx)
                     AND ct-camp(CT-Idx) = cl-camp(CL-Idx) THEN
                            MOVE CT-Idx TO CT-Found
                     END-IF
              END-PERFORM.
              IF CT-Found = 0 THEN
                     IF CT-Count >= 60 THEN
                            DISPLAY "WARNING: MORE THAN 60 TIERS,"
                                   " TIER " TRIM(cl-tier(CL-Idx))
                                   " LEFT OUT"
                            MOVE 2 TO RETURN-CODE
                     ELSE
                            ADD 1 TO CT-Count
                            MOVE CT-Count TO CT-Found
                            MOVE cl-tier(CL-Idx) TO ct-tier(CT-Found)
                            MOVE cl-camp(CL-Idx) TO ct-camp(CT-Found)
                            MOVE 0 TO ct-awarded(CT-Found)
                                   ct-redeemed(CT-Found)
                                   ct-dispatched(CT-Found)
                                   ct-expired(CT-Found)
                                   ct-outstand(CT-Found)
                     END-IF
              END-IF.
              IF CT-Found > 0 THEN
                     ADD 1 TO ct-awarded(CT-Found)
                     EVALUATE cl-status(CL-Idx)
                         WHEN "REDEEMED"
                             ADD 1 TO ct-redeemed(CT-Found)
                         WHEN "DISPATCHED"
                             ADD 1 TO ct-dispatched(CT-Found)
                         WHEN "EXPIRED"
                             ADD 1 TO ct-expired(CT-Found)
                         WHEN OTHER
                             ADD 1 TO ct-outstand(CT-Found)
                     END-EVALUATE
              END-IF.

       320-Close-Line.
              MOVE ct-awarded(CT-Idx) TO ct-z1.
              MOVE ct-redeemed(CT-Idx) TO ct-z2.
              MOVE ct-dispatched(CT-Idx) TO ct-z3.
              MOVE ct-expired(CT-Idx) TO ct-z4.
              MOVE ct-outstand(CT-Idx) TO ct-z5.
              STRING ct-camp(CT-Idx) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     ct-tier(CT-Idx) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     ct-z1 DELIMITED BY SIZE
                     "   " DELIMITED BY SIZE
                     ct-z2 DELIMITED BY SIZE
                     "   " DELIMITED BY SIZE
                     ct-z3 DELIMITED BY SIZE
                     "   " DELIMITED BY SIZE
                     ct-z4 DELIMITED BY SIZE
                     "      " DELIMITED BY SIZE
                     ct-z5 DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.

       080-Rewrite-Claims.
              OPEN OUTPUT PRIZE-CLAIMS.
              PERFORM VARYING CL-Idx FROM 1 BY 1
              UNTIL CL-Idx > CL-Count
                     MOVE SPACE TO PRIZE-CLAIMS-RECORD
                     MOVE cl-ticket(CL-Idx) TO PC-TICKET
                     MOVE cl-tier(CL-Idx) TO PC-TIER
                     MOVE cl-prize(CL-Idx) TO PC-PRIZE
                     MOVE cl-award(CL-Idx) TO PC-AWARD
                     MOVE cl-status(CL-Idx) TO PC-STATUS
                     MOVE cl-date(CL-Idx) TO PC-DATE
                     MOVE cl-camp(CL-Idx) TO PC-CAMPAIGN
                     WRITE PRIZE-CLAIMS-RECORD
              END-PERFORM.
              CLOSE PRIZE-CLAIMS.

       085-Save-Prize-Stock.
              OPEN OUTPUT PRIZE-STOCK.
              PERFORM VARYING PZ-Idx FROM 1 BY 1
              UNTIL PZ-Idx > PZ-Count
                     MOVE pz-onhand(PZ-Idx) TO ct-z6
                     MOVE SPACE TO PRIZE-STOCK-RECORD
                     STRING TRIM(pz-tier(PZ-Idx))
                                   DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            TRIM(pz-code(PZ-Idx))
                                   DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            TRIM(ct-z6) DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            pz-camp(PZ-Idx) DELIMITED BY SPACE
                            INTO PRIZE-STOCK-RECORD
                     END-STRING
                     WRITE PRIZE-STOCK-RECORD
              END-PERFORM.
              CLOSE PRIZE-STOCK.

       COPY REPORTPD.
       COPY RUNHISTPD.
       COPY CONFIGPD.
       END PROGRAM PrizeClaim.
