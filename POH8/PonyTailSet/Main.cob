                     ASSIGN TO "PTS-RATINGS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Ratings-Status.
              SELECT OPTIONAL PTS-BRACKET
                     ASSIGN TO "PTS-BRACKET"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Bracket-Status.
       COPY RUNHISTSL.
       DATA DIVISION.
       FILE SECTION.
                     05 PR-NAME   PIC X(12).
                     05 FILLER    PIC X.
                     05 PR-RATING PIC S9(5) SIGN LEADING SEPARATE.
      *> 勝ち抜き表: 見出し行 (round 00, slot = 枠数, seed = 出場
      *> 者数, result = OPEN/RATED) と、各回戦の枠ごとの行
       FD  PTS-BRACKET.
              01 PTS-BRACKET-RECORD.
                     05 PB-ROUND  PIC 99.
                     05 FILLER    PIC X.
                     05 PB-SLOT   PIC 99.
                     05 FILLER    PIC X.
                     05 PB-SEED   PIC 99.
                     05 FILLER    PIC X.
                     05 PB-NAME   PIC X(12).
                     05 FILLER    PIC X.
                     05 PB-RESULT PIC X(5).
       COPY RUNHISTFD.
       WORKING-STORAGE SECTION.
       COPY RUNHISTWS.
              05 rt-delta-z PIC -(4)9.
              05 rt-shift-z PIC -(3)9.
              05 rt-rank-z  PIC Z(2)9.
       01 Bracket-Status PIC XX.
       01 BRACKET-VALUES.
              05 BK-N       PIC 99 VALUE 0.
              05 BK-P       PIC 99 VALUE 0.
              05 BK-R       PIC 9 VALUE 0.
              05 BK-STATE   PIC X(5) VALUE SPACE.
              05 BK-RD      PIC 9.
              05 BK-NEXT    PIC 9.
              05 BK-SLOTS   PIC 99.
              05 BK-SIZE    PIC 99.
              05 BK-K       PIC 99.
              05 BK-A       PIC 99.
              05 BK-B       PIC 99.
              05 BK-J       PIC 99.
              05 BK-OPP     PIC 99.
              05 BK-FOUND   PIC X.
              05 BK-BEST    PIC 9(3).
              05 BK-ROUND OCCURS 7 TIMES.
                     10 BK-CELL OCCURS 64 TIMES.
                            15 bk-seed PIC 99.
                            15 bk-name PIC X(12).
                            15 bk-res  PIC X(5).
              05 BK-ORDER     PIC 99 OCCURS 64 TIMES.
              05 BK-NEW-ORDER PIC 99 OCCURS 64 TIMES.
              05 BK-SEED-NAME PIC X(12) OCCURS 64 TIMES.
              05 BK-PICKED    PIC X OCCURS 200 TIMES.
              05 BK-SIDE      PIC X(20) OCCURS 2 TIMES.
              05 BK-OUTCOME   PIC X(12).
              05 BK-SEED-Z    PIC Z9.
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              PERFORM Write-Run-History.
              STOP RUN.

      *> 勝ち抜き表の組合せ: SYSIN "N [REDRAW]"。持ち点上位 N 名を
      *> 標準シードで配置し (第1・第2シードは決勝まで当たらない)、
      *> 2 のべき乗に足りない枠は上位シードの不戦勝にする。
       ENTRY "DrawBracket".
              MOVE "PONYTAILSET" TO Run-Hist-Program.
              PERFORM 060-Load-Ratings THRU 062-Ratings-Loaded.
              PERFORM 150-Load-Bracket THRU 152-Bracket-Loaded.
              MOVE SPACE TO HDR-LINE TOK-R TOK-T.
              ACCEPT HDR-LINE.
              UNSTRING HDR-LINE DELIMITED BY ALL " "
                     INTO TOK-R TOK-T.
              IF TOK-R = SPACE OR TRIM(TOK-R) IS NOT NUMERIC THEN
                     DISPLAY "ERROR: BAD BRACKET HEADER: "
                            TRIM(HDR-LINE)
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              IF BK-STATE = "OPEN" AND TRIM(TOK-T) NOT = "REDRAW"
              THEN
                     DISPLAY "ERROR: A BRACKET IS STILL IN PROGRESS,"
                            " ADD REDRAW TO REPLACE IT"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              IF NUMVAL(TRIM(TOK-R)) < 2
              OR NUMVAL(TRIM(TOK-R)) > 64 THEN
                     DISPLAY "ERROR: BRACKET SIZE MUST BE 2 TO 64"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              MOVE NUMVAL(TRIM(TOK-R)) TO BK-N.
              IF BK-N > RT-COUNT THEN
                     MOVE RT-COUNT TO rt-rank-z
                     DISPLAY "ERROR: ONLY " TRIM(rt-rank-z)
                            " RATED CONTESTANTS IN PTS-RATINGS"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              MOVE 1 TO BK-P.
              MOVE 0 TO BK-R.
              PERFORM UNTIL BK-P >= BK-N
                     MULTIPLY 2 BY BK-P
                     ADD 1 TO BK-R
              END-PERFORM.
              PERFORM 110-Pick-Seeds.
              PERFORM 120-Seed-Order.
              INITIALIZE BK-ROUND(1) BK-ROUND(2) BK-ROUND(3)
                     BK-ROUND(4) BK-ROUND(5) BK-ROUND(6) BK-ROUND(7).
              PERFORM VARYING BK-J FROM 1 BY 1 UNTIL BK-J > BK-P
                     IF BK-ORDER(BK-J) > BK-N THEN
                            MOVE 0 TO bk-seed(1, BK-J)
                            MOVE "BYE" TO bk-name(1, BK-J)
                            MOVE "BYE" TO bk-res(1, BK-J)
                     ELSE
                            MOVE BK-ORDER(BK-J) TO bk-seed(1, BK-J)
                            MOVE BK-SEED-NAME(BK-ORDER(BK-J))
                                   TO bk-name(1, BK-J)
                     END-IF
              END-PERFORM.
              MOVE "OPEN" TO BK-STATE.
              PERFORM 170-Advance-Winners.
              PERFORM 160-Save-Bracket.
              PERFORM 180-Show-Draw.
              MOVE BK-N TO Run-Hist-Read.
              MOVE BK-P TO Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.

      *> 勝ち抜き表の結果入力: SYSIN は件数と勝者名の行。勝者を次の
      *> 回戦へ進め、組合せ表を出力する。優勝者が決まったら全出場者
      *> の勝敗を 050-Apply-Rating-Change で持ち点に反映する。
       ENTRY "EnterBracketResults".
              MOVE "PONYTAILSET" TO Run-Hist-Program.
              PERFORM 060-Load-Ratings THRU 062-Ratings-Loaded.
              PERFORM 065-Rank-Table.
              PERFORM WITH TEST BEFORE
              VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-COUNT
                     MOVE rt-newrank(RT-IDX)
                            TO rt-oldrank(RT-IDX)
              END-PERFORM.
              PERFORM 150-Load-Bracket THRU 152-Bracket-Loaded.
              IF BK-STATE NOT = "OPEN" THEN
                     DISPLAY "ERROR: NO BRACKET IN PROGRESS"
                            " IN PTS-BRACKET"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              MOVE SPACE TO HDR-LINE.
              ACCEPT HDR-LINE.
              IF TRIM(HDR-LINE) IS NOT NUMERIC THEN
                     DISPLAY "ERROR: BAD RESULT COUNT: "
                            TRIM(HDR-LINE)
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              MOVE NUMVAL(TRIM(HDR-LINE)) TO ROUNDS.
              PERFORM VARYING INT-I FROM 1 BY 1 UNTIL INT-I > ROUNDS
                     MOVE SPACE TO HDR-LINE CONT-NAME
                     ACCEPT HDR-LINE
                     UNSTRING HDR-LINE DELIMITED BY ALL " "
                            INTO CONT-NAME
                     ADD 1 TO Run-Hist-Read
                     PERFORM 130-Record-Winner
                            THRU 130-Record-Winner-End
                     PERFORM 170-Advance-Winners
              END-PERFORM.
              PERFORM 180-Show-Draw.
              MOVE 0 TO Run-Hist-Total.
              IF bk-name(BK-R + 1, 1) NOT = SPACE THEN
                     PERFORM 140-Rate-Bracket
                     MOVE "RATED" TO BK-STATE
                     PERFORM 070-Rating-Movement-Report
                     PERFORM 080-Save-Ratings
              END-IF.
              PERFORM 160-Save-Bracket.
              PERFORM Write-Run-History.
              STOP RUN.

      *> 持ち点の更新: 勝ち越し数 (勝 - 負) を加算する
       050-Apply-Rating-Change.
              MOVE 0 TO RT-FOUND.
              END-PERFORM.
              CLOSE PTS-RATINGS.

      *> 持ち点の高い順に N 名をシード 1..N に (同点は先に登録の者)
       110-Pick-Seeds.
              PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > 200
                     MOVE "N" TO BK-PICKED(RT-IDX)
              END-PERFORM.
              PERFORM VARYING BK-K FROM 1 BY 1 UNTIL BK-K > BK-N
                     MOVE 0 TO BK-BEST
                     PERFORM VARYING RT-IDX FROM 1 BY 1
                     UNTIL RT-IDX > RT-COUNT
                            IF BK-PICKED(RT-IDX) = "N" THEN
                                   IF BK-BEST = 0 THEN
                                          MOVE RT-IDX TO BK-BEST
                                   ELSE
                                   IF rt-new(RT-IDX)
                                      > rt-new(BK-BEST) THEN
                                          MOVE RT-IDX TO BK-BEST
                                   END-IF
                                   END-IF
                            END-IF
                     END-PERFORM
                     MOVE "Y" TO BK-PICKED(BK-BEST)
                     MOVE rt-name(BK-BEST) TO BK-SEED-NAME(BK-K)
              END-PERFORM.

      *> 標準シード順: 枠を倍にするたびに各シード s の相手を
      *> (新しい枠数 + 1 - s) にする。1 と 2 は必ず反対の山に入る。
       120-Seed-Order.
              MOVE 1 TO BK-ORDER(1).
              MOVE 1 TO BK-SIZE.
              PERFORM UNTIL BK-SIZE >= BK-P
                     PERFORM VARYING BK-K FROM 1 BY 1
                     UNTIL BK-K > BK-SIZE
                            COMPUTE BK-A = BK-K * 2 - 1
                            COMPUTE BK-B = BK-K * 2
                            MOVE BK-ORDER(BK-K) TO BK-NEW-ORDER(BK-A)
                            COMPUTE BK-NEW-ORDER(BK-B) =
                                   BK-SIZE * 2 + 1 - BK-ORDER(BK-K)
                     END-PERFORM
                     MULTIPLY 2 BY BK-SIZE
                     PERFORM VARYING BK-K FROM 1 BY 1
                     UNTIL BK-K > BK-SIZE
                            MOVE BK-NEW-ORDER(BK-K) TO BK-ORDER(BK-K)
                     END-PERFORM
              END-PERFORM.

      *> CONT-NAME の未決の対戦を探し、勝ち/負けを記録する
       130-Record-Winner.
              MOVE "N" TO BK-FOUND.
              MOVE BK-P TO BK-SLOTS.
              PERFORM VARYING BK-RD FROM 1 BY 1
              UNTIL BK-RD > BK-R OR BK-FOUND = "Y"
                     PERFORM VARYING BK-J FROM 1 BY 1
                     UNTIL BK-J > BK-SLOTS OR BK-FOUND = "Y"
                            IF bk-name(BK-RD, BK-J) = CONT-NAME
                            AND bk-res(BK-RD, BK-J) = SPACE THEN
                                   PERFORM 131-Mark-Match
                            END-IF
                     END-PERFORM
                     DIVIDE 2 INTO BK-SLOTS
              END-PERFORM.
              IF BK-FOUND = "N" THEN
                     DISPLAY "WARNING: NO OPEN MATCH FOR "
                            TRIM(CONT-NAME) ", RESULT IGNORED"
                     MOVE 1 TO RETURN-CODE
              END-IF.
       130-Record-Winner-End.
              EXIT.

       131-Mark-Match.
              IF MOD(BK-J, 2) = 1 THEN
                     COMPUTE BK-OPP = BK-J + 1
              ELSE
                     COMPUTE BK-OPP = BK-J - 1
              END-IF.
              IF bk-name(BK-RD, BK-OPP) NOT = SPACE
              AND bk-res(BK-RD, BK-OPP) = SPACE THEN
                     MOVE "WON" TO bk-res(BK-RD, BK-J)
                     MOVE "LOST" TO bk-res(BK-RD, BK-OPP)
                     MOVE "Y" TO BK-FOUND
              END-IF.

      *> 勝者 (または不戦勝) を次の回戦の枠へ進める
       170-Advance-Winners.
              MOVE BK-P TO BK-SLOTS.
              PERFORM VARYING BK-RD FROM 1 BY 1 UNTIL BK-RD > BK-R
                     COMPUTE BK-NEXT = BK-RD + 1
                     PERFORM VARYING BK-K FROM 1 BY 1
                     UNTIL BK-K > BK-SLOTS / 2
                            COMPUTE BK-A = BK-K * 2 - 1
                            COMPUTE BK-B = BK-K * 2
                            PERFORM 171-Advance-One
                     END-PERFORM
                     DIVIDE 2 INTO BK-SLOTS
              END-PERFORM.

       171-Advance-One.
              IF bk-name(BK-NEXT, BK-K) NOT = SPACE THEN
                     CONTINUE
              ELSE
              IF bk-res(BK-RD, BK-A) = "WON"
              OR (bk-res(BK-RD, BK-B) = "BYE"
                  AND bk-name(BK-RD, BK-A) NOT = SPACE) THEN
                     MOVE bk-seed(BK-RD, BK-A)
                            TO bk-seed(BK-NEXT, BK-K)
                     MOVE bk-name(BK-RD, BK-A)
                            TO bk-name(BK-NEXT, BK-K)
              ELSE
              IF bk-res(BK-RD, BK-B) = "WON"
              OR (bk-res(BK-RD, BK-A) = "BYE"
                  AND bk-name(BK-RD, BK-B) NOT = SPACE) THEN
                     MOVE bk-seed(BK-RD, BK-B)
                            TO bk-seed(BK-NEXT, BK-K)
                     MOVE bk-name(BK-RD, BK-B)
                            TO bk-name(BK-NEXT, BK-K)
              END-IF
              END-IF
              END-IF.

      *> 出場者ごとの勝敗 (不戦勝は数えない) を持ち点に反映
       140-Rate-Bracket.
              PERFORM VARYING BK-J FROM 1 BY 1 UNTIL BK-J > BK-P
                     IF bk-seed(1, BK-J) > 0 THEN
                            MOVE bk-name(1, BK-J) TO CONT-NAME
                            PERFORM 141-Count-Results
                            PERFORM 050-Apply-Rating-Change
                                   THRU 050-Apply-Rating-Change-End
                     END-IF
              END-PERFORM.

       141-Count-Results.
              MOVE 0 TO INT-C ROUNDS.
              MOVE BK-P TO BK-SLOTS.
              PERFORM VARYING BK-RD FROM 1 BY 1 UNTIL BK-RD > BK-R
                     PERFORM VARYING BK-K FROM 1 BY 1
                     UNTIL BK-K > BK-SLOTS
                            IF bk-name(BK-RD, BK-K) = CONT-NAME THEN
                                   IF bk-res(BK-RD, BK-K) = "WON" THEN
                                          ADD 1 TO INT-C ROUNDS
                                   END-IF
                                   IF bk-res(BK-RD, BK-K) = "LOST"
                                   THEN
                                          ADD 1 TO ROUNDS
                                   END-IF
                            END-IF
                     END-PERFORM
                     DIVIDE 2 INTO BK-SLOTS
              END-PERFORM.
              ADD INT-C TO Run-Hist-Total.

       150-Load-Bracket.
              OPEN INPUT PTS-BRACKET.
              IF Bracket-Status NOT = "00" THEN
                     IF Bracket-Status = "05" THEN
                            CLOSE PTS-BRACKET
                     END-IF
                     GO TO 152-Bracket-Loaded
              END-IF.
       151-Read-Bracket.
              READ PTS-BRACKET
                     AT END
                         CLOSE PTS-BRACKET
                         GO TO 152-Bracket-Loaded
              END-READ.
              IF PB-ROUND = 0 THEN
                     MOVE PB-SLOT TO BK-P
                     MOVE PB-SEED TO BK-N
                     MOVE PB-RESULT TO BK-STATE
                     MOVE 1 TO BK-SIZE
                     MOVE 0 TO BK-R
                     PERFORM UNTIL BK-SIZE >= BK-P
                            MULTIPLY 2 BY BK-SIZE
                            ADD 1 TO BK-R
                     END-PERFORM
              ELSE
                     IF PB-ROUND <= 7 AND PB-SLOT >= 1
                     AND PB-SLOT <= 64 THEN
                            MOVE PB-SEED
                                   TO bk-seed(PB-ROUND, PB-SLOT)
                            MOVE PB-NAME
                                   TO bk-name(PB-ROUND, PB-SLOT)
                            MOVE PB-RESULT
                                   TO bk-res(PB-ROUND, PB-SLOT)
                     END-IF
              END-IF.
              GO TO 151-Read-Bracket.
       152-Bracket-Loaded.
              EXIT.

       160-Save-Bracket.
              OPEN OUTPUT PTS-BRACKET.
              MOVE SPACE TO PTS-BRACKET-RECORD.
              MOVE 0 TO PB-ROUND.
              MOVE BK-P TO PB-SLOT.
              MOVE BK-N TO PB-SEED.
              MOVE BK-STATE TO PB-RESULT.
              WRITE PTS-BRACKET-RECORD.
              MOVE BK-P TO BK-SLOTS.
              PERFORM VARYING BK-RD FROM 1 BY 1
              UNTIL BK-RD > BK-R + 1
                     PERFORM VARYING BK-K FROM 1 BY 1
                     UNTIL BK-K > BK-SLOTS
                            MOVE SPACE TO PTS-BRACKET-RECORD
                            MOVE BK-RD TO PB-ROUND
                            MOVE BK-K TO PB-SLOT
                            MOVE bk-seed(BK-RD, BK-K) TO PB-SEED
                            MOVE bk-name(BK-RD, BK-K) TO PB-NAME
                            MOVE bk-res(BK-RD, BK-K) TO PB-RESULT
                            WRITE PTS-BRACKET-RECORD
                     END-PERFORM
                     DIVIDE 2 INTO BK-SLOTS
              END-PERFORM.
              CLOSE PTS-BRACKET.

      *> 組合せ表: 回戦ごとに "(シード) 名前 v (シード) 名前 : 勝者"
       180-Show-Draw.
              DISPLAY "BRACKET DRAW:".
              MOVE BK-P TO BK-SLOTS.
              PERFORM VARYING BK-RD FROM 1 BY 1 UNTIL BK-RD > BK-R
                     IF BK-RD = BK-R THEN
                            DISPLAY "  FINAL:"
                     ELSE
                            DISPLAY "  ROUND " BK-RD ":"
                     END-IF
                     COMPUTE BK-NEXT = BK-RD + 1
                     PERFORM VARYING BK-K FROM 1 BY 1
                     UNTIL BK-K > BK-SLOTS / 2
                            COMPUTE BK-A = BK-K * 2 - 1
                            COMPUTE BK-B = BK-K * 2
                            PERFORM 181-Show-Match
                     END-PERFORM
                     DIVIDE 2 INTO BK-SLOTS
              END-PERFORM.
              IF bk-name(BK-R + 1, 1) NOT = SPACE THEN
                     DISPLAY "CHAMPION: "
                            TRIM(bk-name(BK-R + 1, 1))
              END-IF.

       181-Show-Match.
              MOVE BK-A TO BK-J.
              MOVE 1 TO BK-OPP.
              PERFORM 182-Side-Text.
              MOVE BK-B TO BK-J.
              MOVE 2 TO BK-OPP.
              PERFORM 182-Side-Text.
              MOVE "PENDING" TO BK-OUTCOME.
              IF bk-name(BK-NEXT, BK-K) NOT = SPACE THEN
                     MOVE bk-name(BK-NEXT, BK-K) TO BK-OUTCOME
              END-IF.
              DISPLAY "    " BK-SIDE(1) " v " BK-SIDE(2) " : "
                     TRIM(BK-OUTCOME).

       182-Side-Text.
              MOVE SPACE TO BK-SIDE(BK-OPP).
              IF bk-name(BK-RD, BK-J) = SPACE THEN
                     MOVE "TBD" TO BK-SIDE(BK-OPP)
              ELSE
              IF bk-seed(BK-RD, BK-J) = 0 THEN
                     MOVE bk-name(BK-RD, BK-J) TO BK-SIDE(BK-OPP)
              ELSE
                     MOVE bk-seed(BK-RD, BK-J) TO BK-SEED-Z
                     STRING "(" DELIMITED BY SIZE
                            BK-SEED-Z DELIMITED BY SIZE
                            ") " DELIMITED BY SIZE
                            bk-name(BK-RD, BK-J) DELIMITED BY SIZE
                            INTO BK-SIDE(BK-OPP)
                     END-STRING
              END-IF
              END-IF.

       010-Score-Rounds.
              MOVE 0 TO INT-C.
              PERFORM WITH TEST AFTER
