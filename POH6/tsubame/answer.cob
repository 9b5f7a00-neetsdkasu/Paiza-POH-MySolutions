                     ASSIGN TO "TICKETS-IN"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Tickets-In-Status.
              SELECT OPTIONAL CAMPAIGN-MASTER
                     ASSIGN TO "CAMPAIGN-MASTER"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Campaign-Status.
              SELECT OPTIONAL TIER-TABLE
                     ASSIGN TO DYNAMIC Tier-Table-Path
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Tier-Table-Status.
              SELECT OPTIONAL TIER-TALLIES
                     ASSIGN TO "TIER-TALLIES"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Tier-Tallies-Status.
              SELECT OPTIONAL TIER-WINNERS
                     ASSIGN TO "TIER-WINNERS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Tier-Winners-Status.
              SELECT OPTIONAL LUCKY-HITS
                     ASSIGN TO "LUCKY-HITS"
                     ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       FD  TICKETS-IN.
              01 TICKETS-IN-RECORD PIC X(20).
      *> キャンペーンマスタ ("ID START END [TIER-TABLE-FILE]")
       FD  CAMPAIGN-MASTER.
              01 CAMPAIGN-MASTER-RECORD PIC X(80).
       FD  TIER-TABLE.
              01 TIER-TABLE-RECORD PIC X(80).
       FD  TIER-TALLIES.
                     05 TT-NAME  PIC X(10).
                     05 FILLER   PIC X.
                     05 TT-TALLY PIC 9(6).
                     05 FILLER   PIC X.
                     05 TT-CAMPAIGN PIC X(6).
      *> 当選チケット1枚1行。賞品の引当と受取管理に使う
       FD  TIER-WINNERS.
              01 TIER-WINNERS-RECORD.
                     05 TW-TICKET PIC 9(10).
                     05 FILLER    PIC X.
                     05 TW-TIER   PIC X(10).
                     05 FILLER    PIC X.
                     05 TW-DATE   PIC 9(8).
                     05 FILLER    PIC X.
                     05 TW-CAMPAIGN PIC X(6).
       FD  LUCKY-HITS.
              01 LUCKY-HITS-RECORD PIC 9(3).
       FD  TICKET-REGISTRY.
                     05 TR-TICKET PIC 9(10).
                     05 FILLER    PIC X.
                     05 TR-DATE   PIC 9(8).
                     05 FILLER    PIC X.
                     05 TR-CAMPAIGN PIC X(6).
       FD  TICKET-REVIEW.
              01 TICKET-REVIEW-RECORD.
                     05 TV-TICKET PIC 9(10).
                     05 TV-DATE   PIC 9(8).
                     05 FILLER    PIC X.
                     05 TV-ORIG   PIC 9(8).
                     05 FILLER    PIC X.
                     05 TV-CAMPAIGN PIC X(6).
                     05 FILLER    PIC X.
      *> DUPLICATE / NO-CAMPAIGN / OUT-OF-DATE (空白は DUPLICATE)
                     05 TV-REASON PIC X(11).
       COPY RUNHISTFD.
       COPY CONFIGFD.
       WORKING-STORAGE SECTION.
       COPY TRAILERWS.
       COPY CONFIGWS.
              01 Tier-Table-Status PIC XX.
              01 Tier-Table-Path PIC X(40) VALUE "TIER-TABLE".
              01 Campaign-Status PIC XX.
      *> キャンペーン。マスタが無ければ ID 空白・期間無制限の
      *> 1件だけで動く
              01 Campaign-Values.
                     05 CP-Count PIC 99 VALUE 0.
                     05 CP-Idx   PIC 99.
                     05 CP-Found PIC 99.
                     05 CP-Mode  PIC X VALUE "N".
                     05 CP-Table OCCURS 10 TIMES.
                            10 cp-id       PIC X(6).
                            10 cp-start    PIC 9(8).
                            10 cp-end      PIC 9(8).
                            10 cp-tiers    PIC X(40).
                            10 cp-untiered PIC 9(6).
                     05 Cp-Id-Tok    PIC X(10).
                     05 Cp-Start-Tok PIC X(10).
                     05 Cp-End-Tok   PIC X(10).
                     05 Cp-Tiers-Tok PIC X(40).
                     05 Tk-Camp-Tok  PIC X(10).
                     05 Out-Camp-Count PIC 9(6) VALUE 0.
                     05 Review-Reason  PIC X(11).
                     05 Review-Orig    PIC 9(8).
              01 Tier-Tallies-Status PIC XX.
              01 Tier-Winners-Status PIC XX.
              01 Tier-Values.
                     05 Tier-Count PIC 99 VALUE 0.
                     05 Tier-Idx   PIC 99.
                     05 Tier-Found PIC 99.
                     05 Tier-Table-Entry OCCURS 60 TIMES.
                            10 Tier-Camp  PIC X(6).
                            10 Tier-Name  PIC X(10).
                            10 Tier-Low   PIC 9(4).
                            10 Tier-High  PIC 9(4).
                     05 RG-Table OCCURS 2000 TIMES.
                            10 rg-ticket PIC 9(10).
                            10 rg-date   PIC 9(8).
                            10 rg-campaign PIC X(6).
                     05 Dup-Count PIC 9(6) VALUE 0.
                     05 Run-Date  PIC 9(8).
                     05 Dup-Z     PIC Z(5)9.
              PERFORM 070-Load-Lucky-Hits THRU 072-Lucky-Loaded.
              PERFORM 080-Load-Registry THRU 082-Registry-Loaded.
              ACCEPT Run-Date FROM DATE YYYYMMDD.
              PERFORM 090-Load-Campaigns THRU 092-Campaigns-Loaded.
              PERFORM WITH TEST AFTER
              VARYING CP-Idx FROM 1 BY 1 UNTIL CP-Idx >= CP-Count
                     MOVE cp-tiers(CP-Idx) TO Tier-Table-Path
                     PERFORM 040-Load-Tier-Table THRU 042-Tiers-Loaded
              END-PERFORM.
              OPEN OUTPUT TIER-WINNERS.
              OPEN INPUT TICKETS-IN.
       020-Read-Ticket.
              READ TICKETS-IN
                     GO TO 020-Read-Ticket
              END-IF.
              PERFORM Tally-Trailer-Record.
      *> チケット行は "番号 [キャンペーンID]"
              MOVE SPACE TO x Tk-Camp-Tok.
              UNSTRING TICKETS-IN-RECORD DELIMITED BY ALL " "
                     INTO x Tk-Camp-Tok.
      *> キャンペーンと期間の検査。対象外は審査へ回す
              PERFORM 095-Check-Campaign
                     THRU 095-Check-Campaign-End.
              IF CP-Found = 0 THEN
                     GO TO 020-Read-Ticket
              END-IF.
      *> キャンペーン台帳との重複検査。再提示は審査へ回し、賞の
      *> 集計から除外する
              PERFORM 085-Check-Registry
              GO TO 020-Read-Ticket.
       030-Show-Summary.
              CLOSE TICKETS-IN.
              CLOSE TIER-WINNERS.
              PERFORM Verify-Control-Totals.
              DISPLAY "COUNT: " Batch-Count.
              DISPLAY "TOTAL: " Batch-Total.
              DISPLAY "LUCKY BONUS POINTS: " TRIM(Bonus-Z).
              MOVE Dup-Count TO Dup-Z.
              DISPLAY "DUPLICATE TICKETS DIVERTED: " TRIM(Dup-Z).
              IF CP-Mode = "Y" THEN
                     MOVE Out-Camp-Count TO Dup-Z
                     DISPLAY "OUT-OF-CAMPAIGN TICKETS DIVERTED: "
                            TRIM(Dup-Z)
              END-IF.
              IF Tier-Count > 0 THEN
                     DISPLAY "TICKETS PER TIER:"
                     PERFORM WITH TEST AFTER
                     VARYING CP-Idx FROM 1 BY 1
                     UNTIL CP-Idx >= CP-Count
                            PERFORM 035-Show-Campaign-Tiers
                     END-PERFORM
                     PERFORM 060-Save-Tier-Tallies
              END-IF.
              MOVE Batch-Count TO Run-Hist-Read.
              MOVE Batch-Total TO Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.
      *> キャンペーン締めの重複報告 (不正対策ファイル向け)
       ENTRY "CampaignCloseReport".
              MOVE "TSUBAME" TO Run-Hist-Program.
              PERFORM 080-Load-Registry THRU 082-Registry-Loaded.
              MOVE RG-Count TO Dup-Z.
              DISPLAY "CAMPAIGN CLOSE REPORT".
              DISPLAY "TICKETS ON REGISTRY: " TRIM(Dup-Z).
              MOVE 0 TO Dup-Count Out-Camp-Count.
              OPEN INPUT TICKET-REVIEW.
              IF Review-Status NOT = "00" THEN
                     IF Review-Status = "05" THEN
                            CLOSE TICKET-REVIEW
                     END-IF
                     DISPLAY "DUPLICATES CAUGHT: 0"
                     STOP RUN
              END-IF.
       086-Read-Review.
              READ TICKET-REVIEW
                     AT END
                         CLOSE TICKET-REVIEW
                         GO TO 087-Review-Done
              END-READ.
              IF TV-REASON = SPACE OR "DUPLICATE" THEN
                     ADD 1 TO Dup-Count
                     DISPLAY "  TICKET " TV-TICKET " RE-PRESENTED "
                            TV-DATE " (FIRST SEEN " TV-ORIG ")"
                            " " TRIM(TV-CAMPAIGN)
              ELSE
                     ADD 1 TO Out-Camp-Count
                     DISPLAY "  TICKET " TV-TICKET " PRESENTED "
                            TV-DATE " " TRIM(TV-REASON) " "
                            TRIM(TV-CAMPAIGN)
              END-IF.
              GO TO 086-Read-Review.
       087-Review-Done.
              MOVE Dup-Count TO Dup-Z.
              DISPLAY "DUPLICATES CAUGHT: " TRIM(Dup-Z).
              IF Out-Camp-Count > 0 THEN
                     MOVE Out-Camp-Count TO Dup-Z
                     DISPLAY "OUT-OF-CAMPAIGN TICKETS: " TRIM(Dup-Z)
              END-IF.
              MOVE RG-Count TO Run-Hist-Read.
              MOVE Dup-Count TO Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.

      *> キャンペーン1件ぶんの賞別件数
       035-Show-Campaign-Tiers.
              IF cp-id(CP-Idx) NOT = SPACE THEN
                     DISPLAY " CAMPAIGN " TRIM(cp-id(CP-Idx))
              END-IF.
              PERFORM WITH TEST AFTER
              VARYING Tier-Idx FROM 1 BY 1
              UNTIL Tier-Idx >= Tier-Count
                     IF Tier-Camp(Tier-Idx) = cp-id(CP-Idx) THEN
                            MOVE Tier-Tally(Tier-Idx)
                                   TO Tier-Tally-Z
                            DISPLAY "  " Tier-Name(Tier-Idx) " "
                                   TRIM(Tier-Tally-Z) "  "
                                   TRIM(Tier-Desc(Tier-Idx))
                     END-IF
              END-PERFORM.
              MOVE cp-untiered(CP-Idx) TO Tier-Tally-Z.
              DISPLAY "  NO TIER    " TRIM(Tier-Tally-Z).

      *> 賞テーブル ("NAME LOW HIGH DESCRIPTION...") の読み込み
       040-Load-Tier-Table.
              OPEN INPUT TIER-TABLE.
              OR TIER-TABLE-RECORD(1:1) = "*" THEN
                     GO TO 041-Read-Tier
              END-IF.
              IF Tier-Count >= 60 THEN
                     DISPLAY "WARNING: MORE THAN 60 TIERS IGNORED"
                     GO TO 041-Read-Tier
              END-IF.
              ADD 1 TO Tier-Count.
              MOVE cp-id(CP-Idx) TO Tier-Camp(Tier-Count).
              MOVE SPACE TO Tier-Low-Tok Tier-High-Tok.
              MOVE SPACE TO Tier-Desc(Tier-Count).
              MOVE 1 TO Tier-Ptr.
              VARYING Tier-Idx FROM 1 BY 1
              UNTIL Tier-Idx >= Tier-Count
                     IF Tier-Found = 0
                     AND Tier-Camp(Tier-Idx) = cp-id(CP-Found)
                     AND r >= Tier-Low(Tier-Idx)
                     AND r <= Tier-High(Tier-Idx) THEN
                            MOVE Tier-Idx TO Tier-Found
              END-PERFORM.
              IF Tier-Found > 0 THEN
                     ADD 1 TO Tier-Tally(Tier-Found)
                     MOVE SPACE TO TIER-WINNERS-RECORD
                     MOVE NUMVAL(TRIM(x)) TO TW-TICKET
                     MOVE Tier-Name(Tier-Found) TO TW-TIER
                     MOVE Run-Date TO TW-DATE
                     MOVE cp-id(CP-Found) TO TW-CAMPAIGN
                     WRITE TIER-WINNERS-RECORD
                     MOVE r TO r3
                     DISPLAY "TICKET " TRIM(x) " SCORE " r3
                            " TIER " TRIM(Tier-Name(Tier-Found))
              ELSE
                     ADD 1 TO Untiered-Count
                     ADD 1 TO cp-untiered(CP-Found)
                     MOVE r TO r3
                     DISPLAY "TICKET " TRIM(x) " SCORE " r3
                            " TIER NONE"
       050-Assign-Tier-End.
              EXIT.

      *> 賞別当選数を賞品引当 (prizealloc.cob) 向けに書き出す。
      *> 当選チケットの明細は TIER-WINNERS に採点時に書いてある
       060-Save-Tier-Tallies.
              OPEN OUTPUT TIER-TALLIES.
              PERFORM WITH TEST AFTER
                     MOVE SPACE TO TIER-TALLIES-RECORD
                     MOVE Tier-Name(Tier-Idx) TO TT-NAME
                     MOVE Tier-Tally(Tier-Idx) TO TT-TALLY
                     MOVE Tier-Camp(Tier-Idx) TO TT-CAMPAIGN
                     WRITE TIER-TALLIES-RECORD
              END-PERFORM.
              CLOSE TIER-TALLIES.
                     ADD 1 TO RG-Count
                     MOVE TR-TICKET TO rg-ticket(RG-Count)
                     MOVE TR-DATE TO rg-date(RG-Count)
                     MOVE TR-CAMPAIGN TO rg-campaign(RG-Count)
              END-IF.
              GO TO 081-Read-Registry.
       082-Registry-Loaded.
                     PERFORM WITH TEST AFTER
                     VARYING RG-Idx FROM 1 BY 1
                     UNTIL RG-Idx >= RG-Count
                            IF rg-ticket(RG-Idx) = Ticket-Num
                            AND rg-campaign(RG-Idx) = cp-id(CP-Found)
                            THEN
                                   MOVE RG-Idx TO RG-Found
                            END-IF
                     END-PERFORM
              END-IF.
              IF RG-Found > 0 THEN
                     ADD 1 TO Dup-Count
                     MOVE "DUPLICATE" TO Review-Reason
                     MOVE rg-date(RG-Found) TO Review-Orig
                     MOVE cp-id(CP-Found) TO Tk-Camp-Tok
                     PERFORM 088-Write-Review
                     DISPLAY "TICKET " TRIM(x) " ALREADY PRESENTED "
                            rg-date(RG-Found)
                            ", DIVERTED TO REVIEW"
              ADD 1 TO RG-Count.
              MOVE Ticket-Num TO rg-ticket(RG-Count).
              MOVE Run-Date TO rg-date(RG-Count).
              MOVE cp-id(CP-Found) TO rg-campaign(RG-Count).
              OPEN EXTEND TICKET-REGISTRY.
              MOVE SPACE TO TICKET-REGISTRY-RECORD.
              MOVE Ticket-Num TO TR-TICKET.
              MOVE Run-Date TO TR-DATE.
              MOVE cp-id(CP-Found) TO TR-CAMPAIGN.
              WRITE TICKET-REGISTRY-RECORD.
              CLOSE TICKET-REGISTRY.
       085-Check-Registry-End.
              EXIT.

       088-Write-Review.
              OPEN EXTEND TICKET-REVIEW.
              MOVE SPACE TO TICKET-REVIEW-RECORD.
              MOVE Ticket-Num TO TV-TICKET.
              MOVE Run-Date TO TV-DATE.
              MOVE Review-Orig TO TV-ORIG.
              MOVE Tk-Camp-Tok TO TV-CAMPAIGN.
              MOVE Review-Reason TO TV-REASON.
              WRITE TICKET-REVIEW-RECORD.
              CLOSE TICKET-REVIEW.

      *> キャンペーンマスタの読み込み。無ければ単一キャンペーン
       090-Load-Campaigns.
              OPEN INPUT CAMPAIGN-MASTER.
              IF Campaign-Status NOT = "00" THEN
                     IF Campaign-Status = "05" THEN
                            CLOSE CAMPAIGN-MASTER
                     END-IF
                     GO TO 092-Campaigns-Loaded
              END-IF.
       091-Read-Campaign.
              READ CAMPAIGN-MASTER
                     AT END
                         CLOSE CAMPAIGN-MASTER
                         GO TO 092-Campaigns-Loaded
              END-READ.
              IF CAMPAIGN-MASTER-RECORD = SPACE
              OR CAMPAIGN-MASTER-RECORD(1:1) = "*" THEN
                     GO TO 091-Read-Campaign
              END-IF.
              MOVE "Y" TO CP-Mode.
              MOVE SPACE TO Cp-Id-Tok Cp-Start-Tok Cp-End-Tok
                     Cp-Tiers-Tok.
              UNSTRING CAMPAIGN-MASTER-RECORD DELIMITED BY ALL " "
                     INTO Cp-Id-Tok Cp-Start-Tok Cp-End-Tok
                          Cp-Tiers-Tok.
              IF Cp-Id-Tok = SPACE
              OR Cp-Id-Tok(7:) NOT = SPACE
              OR TRIM(Cp-Start-Tok) IS NOT NUMERIC
              OR TRIM(Cp-End-Tok) IS NOT NUMERIC
              OR STORED-CHAR-LENGTH(Cp-Start-Tok) NOT = 8
              OR STORED-CHAR-LENGTH(Cp-End-Tok) NOT = 8 THEN
                     DISPLAY "WARNING: BAD CAMPAIGN RECORD SKIPPED: "
                            TRIM(CAMPAIGN-MASTER-RECORD)
                     GO TO 091-Read-Campaign
              END-IF.
              IF TEST-DATE-YYYYMMDD(NUMVAL(TRIM(Cp-Start-Tok))) NOT = 0
              OR TEST-DATE-YYYYMMDD(NUMVAL(TRIM(Cp-End-Tok))) NOT = 0
              OR NUMVAL(TRIM(Cp-Start-Tok)) > NUMVAL(TRIM(Cp-End-Tok))
              THEN
                     DISPLAY "WARNING: BAD CAMPAIGN DATES SKIPPED: "
                            TRIM(CAMPAIGN-MASTER-RECORD)
                     GO TO 091-Read-Campaign
              END-IF.
              IF CP-Count >= 10 THEN
                     DISPLAY "WARNING: MORE THAN 10 CAMPAIGNS IGNORED"
                     GO TO 091-Read-Campaign
              END-IF.
              ADD 1 TO CP-Count.
              MOVE Cp-Id-Tok TO cp-id(CP-Count).
              MOVE NUMVAL(TRIM(Cp-Start-Tok)) TO cp-start(CP-Count).
              MOVE NUMVAL(TRIM(Cp-End-Tok)) TO cp-end(CP-Count).
              IF Cp-Tiers-Tok = SPACE THEN
                     MOVE "TIER-TABLE" TO cp-tiers(CP-Count)
              ELSE
                     MOVE Cp-Tiers-Tok TO cp-tiers(CP-Count)
              END-IF.
              MOVE 0 TO cp-untiered(CP-Count).
              GO TO 091-Read-Campaign.
       092-Campaigns-Loaded.
              IF CP-Mode = "Y" AND CP-Count = 0 THEN
                     DISPLAY "ERROR: CAMPAIGN-MASTER HAS NO VALID"
                            " CAMPAIGN"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              IF CP-Mode = "N" THEN
                     MOVE 1 TO CP-Count
                     MOVE SPACE TO cp-id(1)
                     MOVE 0 TO cp-start(1) cp-untiered(1)
                     MOVE 99999999 TO cp-end(1)
                     MOVE "TIER-TABLE" TO cp-tiers(1)
              END-IF.

      *> チケットのキャンペーン (CP-Found) を決める。マスタがあるのに
      *> 不明・期間外なら審査へ回して CP-Found = 0
       095-Check-Campaign.
              IF CP-Mode = "N" THEN
                     MOVE 1 TO CP-Found
                     GO TO 095-Check-Campaign-End
              END-IF.
              MOVE 0 TO CP-Found.
              IF CP-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING CP-Idx FROM 1 BY 1
                     UNTIL CP-Idx >= CP-Count
                            IF CP-Found = 0
                            AND cp-id(CP-Idx) = Tk-Camp-Tok THEN
                                   MOVE CP-Idx TO CP-Found
                            END-IF
                     END-PERFORM
              END-IF.
              MOVE NUMVAL(TRIM(x)) TO Ticket-Num.
              MOVE 0 TO Review-Orig.
              IF CP-Found = 0 THEN
                     MOVE "NO-CAMPAIGN" TO Review-Reason
                     ADD 1 TO Out-Camp-Count
                     PERFORM 088-Write-Review
                     DISPLAY "TICKET " TRIM(x) " CAMPAIGN '"
                            TRIM(Tk-Camp-Tok) "' UNKNOWN,"
                            " DIVERTED TO REVIEW"
                     GO TO 095-Check-Campaign-End
              END-IF.
              IF Run-Date < cp-start(CP-Found)
              OR Run-Date > cp-end(CP-Found) THEN
                     MOVE "OUT-OF-DATE" TO Review-Reason
                     ADD 1 TO Out-Camp-Count
                     PERFORM 088-Write-Review
                     DISPLAY "TICKET " TRIM(x) " OUTSIDE CAMPAIGN "
                            TRIM(Tk-Camp-Tok) " " cp-start(CP-Found)
                            "-" cp-end(CP-Found)
                            ", DIVERTED TO REVIEW"
                     MOVE 0 TO CP-Found
              END-IF.
       095-Check-Campaign-End.
              EXIT.

       070-Load-Lucky-Hits.
              OPEN INPUT LUCKY-HITS.
