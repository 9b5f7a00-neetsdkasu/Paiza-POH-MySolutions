       *> レポートに載せ、未充当の賞品債務を PRZSHORT 指標として
       *> 日次フィードへ転記する。予約後の在庫は PRIZE-STOCK へ
       *> 書き戻す。
       *> 予約した賞品は採点時の TIER-WINNERS (当選チケット明細) の
       *> 順に1枚ずつ割り当て、PRIZE-CLAIMS に RESERVED として追記
       *> する。受取・発送・期限切れは prizeclaim.cob で記録する。
       *> 当選数・当選チケットはキャンペーン別。PRIZE-STOCK の4番目の
       *> 項目にキャンペーンIDがあればそのキャンペーン専用の在庫、
       *> 無ければどのキャンペーンにも使える共通在庫。不足はキャンペ
       *> ーン別に "PS" + キャンペーンID の指標にする (キャンペーン
       *> 無しは従来どおり PRZSHORT)。
       *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrizeAlloc.
                     ASSIGN TO "PRIZE-PICKLIST"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Picklist-Status.
              SELECT OPTIONAL TIER-WINNERS
                     ASSIGN TO "TIER-WINNERS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Winners-Status.
       COPY PRZCLMSL.
       COPY RUNHISTSL.
       COPY DAILYTOTSL.
       DATA DIVISION.
                     05 TT-NAME  PIC X(10).
                     05 FILLER   PIC X.
                     05 TT-TALLY PIC 9(6).
                     05 FILLER   PIC X.
                     05 TT-CAMPAIGN PIC X(6).
       FD  PRIZE-STOCK.
              01 PRIZE-STOCK-RECORD PIC X(40).
       FD  PRIZE-PICKLIST.
              01 PRIZE-PICKLIST-RECORD PIC X(80).
       FD  TIER-WINNERS.
              01 TIER-WINNERS-RECORD.
                     05 TW-TICKET PIC 9(10).
                     05 FILLER    PIC X.
                     05 TW-TIER   PIC X(10).
                     05 FILLER    PIC X.
                     05 TW-DATE   PIC 9(8).
                     05 FILLER    PIC X.
                     05 TW-CAMPAIGN PIC X(6).
       COPY PRZCLMFD.
       COPY RUNHISTFD.
       COPY DAILYTOTFD.
       WORKING-STORAGE SECTION.
       01 Tallies-Status PIC XX.
       01 Prize-Stock-Status PIC XX.
       01 Picklist-Status PIC XX.
       01 Winners-Status PIC XX.
       01 Prize-Claims-Status PIC XX.
       01 Winner-Table-Values.
              05 WN-Count PIC 9(4) VALUE 0.
              05 WN-Idx   PIC 9(4).
              05 WN-Found PIC 9(4).
              05 WN-Table OCCURS 2000 TIMES.
                     10 wn-ticket PIC 9(10).
                     10 wn-tier   PIC X(10).
                     10 wn-camp   PIC X(6).
                     10 wn-done   PIC X.
              05 Alloc-Date PIC 9(8).
       01 Tally-Table-Values.
              05 TY-Count PIC 99 VALUE 0.
              05 TY-Idx   PIC 99.
              05 TY-Table OCCURS 60 TIMES.
                     10 ty-camp  PIC X(6).
                     10 ty-name  PIC X(10).
                     10 ty-tally PIC 9(6).
       01 Prize-Table-Values.
                     10 pz-tier   PIC X(10).
                     10 pz-code   PIC X(10).
                     10 pz-onhand PIC 9(6).
                     10 pz-camp   PIC X(6).
              05 pz-qty-tok PIC X(10).
              05 pz-camp-tok PIC X(10).
       01 Short-Table-Values.
              05 SC-Count PIC 99 VALUE 0.
              05 SC-Idx   PIC 99.
              05 SC-Found PIC 99.
              05 SC-Table OCCURS 60 TIMES.
                     10 sc-camp  PIC X(6).
                     10 sc-short PIC 9(9).
       01 Alloc-Values.
              05 al-want     PIC 9(6).
              05 al-take     PIC 9(6).
              05 al-reserved PIC 9(6).
              05 al-short    PIC 9(6).
              05 al-short-t  PIC 9(9) VALUE 0.
              05 al-reserved-t PIC 9(9) VALUE 0.
              05 al-claims   PIC 9(9) VALUE 0.
              05 al-z        PIC Z(5)9.
              05 al-z2       PIC Z(5)9.
              05 al-label    PIC X(24).
       PROCEDURE DIVISION.
       MainRoutine SECTION.
       000-Main.
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ACCEPT Alloc-Date FROM DATE YYYYMMDD.
              PERFORM 015-Load-Winners THRU 017-Winners-Loaded.
              OPEN OUTPUT PRIZE-PICKLIST.
              OPEN EXTEND PRIZE-CLAIMS.
              DISPLAY "PRIZE ALLOCATION".
              PERFORM WITH TEST AFTER
              VARYING TY-Idx FROM 1 BY 1 UNTIL TY-Idx >= TY-Count
                            THRU 030-Allocate-One-Tier-End
              END-PERFORM.
              CLOSE PRIZE-PICKLIST.
              CLOSE PRIZE-CLAIMS.
              PERFORM 050-Save-Prize-Stock.
              IF al-claims < al-reserved-t THEN
                     COMPUTE al-z = al-reserved-t - al-claims
                     DISPLAY "WARNING: " TRIM(al-z) " RESERVED"
                            " PRIZE(S) HAVE NO TICKET ON"
                            " TIER-WINNERS, NO CLAIM RECORDED"
              END-IF.
              IF al-short-t > 0 THEN
                     MOVE al-short-t TO al-z
                     DISPLAY "TOTAL UNFUNDED PRIZES: " TRIM(al-z)
                     PERFORM VARYING SC-Idx FROM 1 BY 1
                     UNTIL SC-Idx > SC-Count
                            IF sc-camp(SC-Idx) = SPACE THEN
                                   MOVE "PRZSHORT" TO Daily-Metric
                            ELSE
                                   MOVE SPACE TO Daily-Metric
                                   STRING "PS" DELIMITED BY SIZE
                                          sc-camp(SC-Idx)
                                          DELIMITED BY SPACE
                                          INTO Daily-Metric
                                   END-STRING
                            END-IF
                            MOVE sc-short(SC-Idx) TO Daily-Value
                            PERFORM Write-Daily-Total
                     END-PERFORM
                     MOVE 2 TO RETURN-CODE
              END-IF.
              MOVE TY-Count TO Run-Hist-Read.
                         CLOSE TIER-TALLIES
                         GO TO 012-Tallies-Loaded
              END-READ.
              IF TY-Count < 60 THEN
                     ADD 1 TO TY-Count
                     MOVE TT-CAMPAIGN TO ty-camp(TY-Count)
                     MOVE TT-NAME TO ty-name(TY-Count)
                     MOVE TT-TALLY TO ty-tally(TY-Count)
              END-IF.
       012-Tallies-Loaded.
              EXIT.

      *> 当選チケット明細。賞品を割り当てたものは wn-done = "Y"
       015-Load-Winners.
              OPEN INPUT TIER-WINNERS.
              IF Winners-Status NOT = "00" THEN
                     IF Winners-Status = "05" THEN
                            CLOSE TIER-WINNERS
                     END-IF
                     GO TO 017-Winners-Loaded
              END-IF.
       016-Read-Winner.
              READ TIER-WINNERS
                     AT END
                         CLOSE TIER-WINNERS
                         GO TO 017-Winners-Loaded
              END-READ.
              IF WN-Count >= 2000 THEN
                     DISPLAY "WARNING: MORE THAN 2000 WINNERS,"
                            " CLAIMS NOT RECORDED FOR THE REST"
                     CLOSE TIER-WINNERS
                     GO TO 017-Winners-Loaded
              END-IF.
              ADD 1 TO WN-Count.
              MOVE TW-TICKET TO wn-ticket(WN-Count).
              MOVE TW-TIER TO wn-tier(WN-Count).
              MOVE TW-CAMPAIGN TO wn-camp(WN-Count).
              MOVE "N" TO wn-done(WN-Count).
              GO TO 016-Read-Winner.
       017-Winners-Loaded.
              EXIT.

       020-Load-Prize-Stock.
              OPEN INPUT PRIZE-STOCK.
              IF Prize-Stock-Status NOT = "00" THEN
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
      *> 賞1件: 在庫行を順に引き当ててピッキングリストへ。
      *> 足りないぶんは不足として合算する
       030-Allocate-One-Tier.
              MOVE SPACE TO al-label.
              IF ty-camp(TY-Idx) = SPACE THEN
                     STRING "TIER " DELIMITED BY SIZE
                            ty-name(TY-Idx) DELIMITED BY SPACE
                            INTO al-label
                     END-STRING
              ELSE
                     STRING ty-camp(TY-Idx) DELIMITED BY SPACE
                            " TIER " DELIMITED BY SIZE
                            ty-name(TY-Idx) DELIMITED BY SPACE
                            INTO al-label
                     END-STRING
              END-IF.
              MOVE ty-tally(TY-Idx) TO al-want.
              MOVE 0 TO al-reserved.
              IF al-want = 0 THEN
              PERFORM WITH TEST AFTER
              VARYING PZ-Idx FROM 1 BY 1 UNTIL PZ-Idx >= PZ-Count
                     IF pz-tier(PZ-Idx) = ty-name(TY-Idx)
                     AND (pz-camp(PZ-Idx) = ty-camp(TY-Idx)
                          OR pz-camp(PZ-Idx) = SPACE)
                     AND al-want > 0
                     AND pz-onhand(PZ-Idx) > 0 THEN
                            IF pz-onhand(PZ-Idx) >= al-want THEN
                            ADD al-take TO al-reserved
                            MOVE al-take TO al-z
                            MOVE SPACE TO PRIZE-PICKLIST-RECORD
                            STRING TRIM(al-label) DELIMITED BY SIZE
                                   " PICK " DELIMITED BY SIZE
                                   TRIM(al-z) DELIMITED BY SIZE
                                   " OF " DELIMITED BY SIZE
                            WRITE PRIZE-PICKLIST-RECORD
                            DISPLAY "  "
                                   TRIM(PRIZE-PICKLIST-RECORD)
                            PERFORM 035-Record-Claim al-take TIMES
                     END-IF
              END-PERFORM.
       030-Allocate-One-Tier-End.
              ADD al-reserved TO al-reserved-t.
              MOVE al-want TO al-short.
              MOVE al-reserved TO al-z.
              MOVE ty-tally(TY-Idx) TO al-z2.
              DISPLAY TRIM(al-label) " WINNERS "
                     TRIM(al-z2) " RESERVED " TRIM(al-z).
              IF al-short > 0 THEN
                     ADD al-short TO al-short-t
                     PERFORM 040-Add-Campaign-Short
                     MOVE al-short TO al-z
                     DISPLAY TRIM(al-label)
                            " SHORT " TRIM(al-z) " PRIZE(S)"
              END-IF.

      *> 不足をキャンペーン別に合算する
       040-Add-Campaign-Short.
              MOVE 0 TO SC-Found.
              PERFORM VARYING SC-Idx FROM 1 BY 1
              UNTIL SC-Idx > SC-Count OR SC-Found > 0
                     IF sc-camp(SC-Idx) = ty-camp(TY-Idx) THEN
                            MOVE SC-Idx TO SC-Found
                     END-IF
              END-PERFORM.
              IF SC-Found = 0 THEN
                     ADD 1 TO SC-Count
                     MOVE SC-Count TO SC-Found
                     MOVE ty-camp(TY-Idx) TO sc-camp(SC-Found)
                     MOVE 0 TO sc-short(SC-Found)
              END-IF.
              ADD al-short TO sc-short(SC-Found).

      *> 予約した賞品1個を、この賞のまだ割り当てていない当選
      *> チケットに結び付けて PRIZE-CLAIMS へ追記する
       035-Record-Claim.
              MOVE 0 TO WN-Found.
              PERFORM VARYING WN-Idx FROM 1 BY 1
              UNTIL WN-Idx > WN-Count OR WN-Found > 0
                     IF wn-tier(WN-Idx) = ty-name(TY-Idx)
                     AND wn-camp(WN-Idx) = ty-camp(TY-Idx)
                     AND wn-done(WN-Idx) = "N" THEN
                            MOVE WN-Idx TO WN-Found
                     END-IF
              END-PERFORM.
              IF WN-Found > 0 THEN
                     MOVE "Y" TO wn-done(WN-Found)
                     MOVE SPACE TO PRIZE-CLAIMS-RECORD
                     MOVE wn-ticket(WN-Found) TO PC-TICKET
                     MOVE ty-name(TY-Idx) TO PC-TIER
                     MOVE pz-code(PZ-Idx) TO PC-PRIZE
                     MOVE Alloc-Date TO PC-AWARD
                     MOVE "RESERVED" TO PC-STATUS
                     MOVE 0 TO PC-DATE
                     MOVE ty-camp(TY-Idx) TO PC-CAMPAIGN
                     WRITE PRIZE-CLAIMS-RECORD
                     ADD 1 TO al-claims
              END-IF.

       050-Save-Prize-Stock.
              OPEN OUTPUT PRIZE-STOCK.
              PERFORM WITH TEST AFTER
                                   DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            TRIM(al-z) DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            pz-camp(PZ-Idx) DELIMITED BY SPACE
                            INTO PRIZE-STOCK-RECORD
                     END-STRING
                     WRITE PRIZE-STOCK-RECORD
