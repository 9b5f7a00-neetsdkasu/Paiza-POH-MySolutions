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
              SELECT OPTIONAL SPOOL-CATALOG
                     ASSIGN TO "SPOOL-CATALOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Spool-Status.
              SELECT SPOOL-IN
                     ASSIGN TO DYNAMIC Spool-In-Path
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Spool-In-Status.
              SELECT OPTIONAL DISTRIBUTION-LIST
                     ASSIGN TO "DISTRIBUTION-LIST"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Dist-List-Status.
              SELECT BURST-OUT
                     ASSIGN TO DYNAMIC Burst-Path
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Burst-Status.
              SELECT OPTIONAL DISTRIBUTION-LOG
                     ASSIGN TO "DISTRIBUTION-LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Dist-Log-Status.
       COPY RUNHISTSL.
       COPY ERRLOGSL.
       DATA DIVISION.
       FILE SECTION.
       FD  SPOOL-CATALOG.
              01 SPOOL-CATALOG-RECORD.
                     05 SP-DATE PIC 9(8).
                     05 FILLER  PIC X.
                     05 SP-TIME PIC 9(6).
                     05 FILLER  PIC X.
                     05 SP-STEP PIC X(12).
                     05 FILLER  PIC X.
                     05 SP-COND PIC 999.
                     05 FILLER  PIC X.
                     05 SP-PATH PIC X(40).
       FD  SPOOL-IN.
              01 SPOOL-IN-RECORD PIC X(200).
      *> 配布先マスタ:
      *>   RECIPIENT id description
      *>   REPORT program key-type key-column key-length [headings]
      *>     key-type: CUSTOMER / SUPPLIER / SITE / DEPT。SITE は
      *>     ページ見出しの拠点コードで分ける (桁の指定は使わない)。
      *>     headings は報告の 1 ページ目の見出しの後に続く列見出しの
      *>     行数 (既定 1)。各配布先の区分の頭に付け直す
      *>   ROUTE program key-value recipient
      *>     key-value が * なら報告まるごと
       FD  DISTRIBUTION-LIST.
              01 DISTRIBUTION-LIST-RECORD PIC X(80).
       FD  BURST-OUT.
              01 BURST-OUT-RECORD PIC X(200).
      *> 配布記録: 誰に何を何行送ったか。送る行がなかった報告は
      *> SUPPRESSED として残す
       FD  DISTRIBUTION-LOG.
              01 DISTRIBUTION-LOG-RECORD.
                     05 DL-DATE      PIC 9(8).
                     05 FILLER       PIC X.
                     05 DL-TIME      PIC 9(6).
                     05 FILLER       PIC X.
                     05 DL-RECIPIENT PIC X(12).
                     05 FILLER       PIC X.
                     05 DL-REPORT    PIC X(12).
                     05 FILLER       PIC X.
                     05 DL-LINES     PIC 9(6).
                     05 FILLER       PIC X.
                     05 DL-STATUS    PIC X(10).
                     05 FILLER       PIC X.
                     05 DL-SPOOL-DT  PIC 9(8).
                     05 FILLER       PIC X.
                     05 DL-FILE      PIC X(30).
       COPY RUNHISTFD.
       COPY ERRLOGFD.
       WORKING-STORAGE SECTION.
       COPY RUNHISTWS.
       COPY ERRLOGWS.
       01 Spool-Status PIC XX.
       01 Spool-In-Status PIC XX.
       01 Dist-List-Status PIC XX.
       01 Burst-Status PIC XX.
       01 Dist-Log-Status PIC XX.
       01 Command-Values.
              05 Cmd-Line  PIC X(80).
              05 Cmd-Verb  PIC X(10).
              05 Cmd-Tok-2 PIC X(10).
       01 Card-Values.
              05 Card-Verb  PIC X(10).
              05 Card-Tok-2 PIC X(14).
              05 Card-Tok-3 PIC X(14).
              05 Card-Tok-4 PIC X(14).
              05 Card-Tok-5 PIC X(14).
              05 Card-Tok-6 PIC X(14).
              05 Card-Ptr   PIC 9(3).
              05 Card-Text  PIC X(40).
       01 Run-Values.
              05 Today-Date  PIC 9(8).
              05 Now-Time    PIC 9(8).
              05 Burst-Date  PIC 9(8).
              05 Site-Code   PIC X(4) VALUE SPACE.
              05 Spool-In-Path PIC X(40).
              05 Burst-Path  PIC X(40).
      *> 配布先 (最後の 1 つ先は、どこにも行かない行の受け皿)
       01 Recipient-Table-Values.
              05 RC-Count PIC 9(3) VALUE 0.
              05 RC-Idx   PIC 9(3).
              05 RC-Table OCCURS 101 TIMES.
                     10 rc-id   PIC X(12).
                     10 rc-desc PIC X(40).
       01 Report-Table-Values.
              05 RP-Count PIC 99 VALUE 0.
              05 RP-Idx   PIC 99.
              05 RP-Table OCCURS 50 TIMES.
                     10 rp-name  PIC X(12).
                     10 rp-type  PIC X(8).
                     10 rp-col   PIC 9(3).
                     10 rp-len   PIC 9(3).
                     10 rp-head  PIC 9.
                     10 rp-lines PIC 9(8).
       01 Route-Table-Values.
              05 RT-Count PIC 9(4) VALUE 0.
              05 RT-Idx   PIC 9(4).
              05 RT-Table OCCURS 1000 TIMES.
                     10 rt-report PIC X(12).
                     10 rt-key    PIC X(14).
                     10 rt-rcp    PIC X(12).
       01 Spool-Table-Values.
              05 SL-Count PIC 9(3) VALUE 0.
              05 SL-Idx   PIC 9(3).
              05 SL-Dup   PIC X.
              05 SL-Table OCCURS 200 TIMES.
                     10 sl-path PIC X(40).
      *> 走査の状態。Scan-Mode C は件数だけ数え、W は書き出す
       01 Scan-Values.
              05 Scan-Mode    PIC X.
              05 In-Report    PIC X.
              05 Hdr-Stage    PIC 9.
              05 Cur-Rp       PIC 99.
              05 Cur-Program  PIC X(12).
              05 Cur-Key      PIC X(14).
              05 Cur-Route    PIC X.
              05 Key-Col      PIC 9(3).
              05 Key-Len      PIC 9(3).
              05 Head-Left    PIC 9.
              05 Head-Count   PIC 9.
              05 Head-Idx     PIC 9.
              05 Head-Line OCCURS 9 TIMES PIC X(200).
              05 Page-Line    PIC X(200).
              05 Title-Line   PIC X(200).
              05 Sect-Open    PIC X.
              05 Sect-Lines   PIC 9(8).
              05 Rcp-Lines    PIC 9(8).
              05 Rcp-Routes   PIC X.
              05 Log-Status   PIC X(10).
       01 Count-Values.
              05 File-Count     PIC 9(4) VALUE 0.
              05 Suppress-Count PIC 9(4) VALUE 0.
              05 Unrouted-Lines PIC 9(8) VALUE 0.
       01 Edit-Values.
              05 Lines-Z PIC Z(7)9.
              05 Edit-Z  PIC Z(3)9.
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              MOVE "REPORTBURST" TO Run-Hist-Program Err-Program.
              ACCEPT Today-Date FROM DATE YYYYMMDD.
              DISPLAY "POH-SITE" UPON ENVIRONMENT-NAME.
              ACCEPT Site-Code FROM ENVIRONMENT-VALUE.
              IF Site-Code = SPACE THEN
                     MOVE "POH1" TO Site-Code
              END-IF.
              PERFORM 020-Load-Dist-List THRU 020-Load-Dist-List-End.
       010-Read-Command.
              MOVE SPACE TO Cmd-Line.
              ACCEPT Cmd-Line.
              IF Cmd-Line = SPACE THEN
                     GO TO 090-Finish
              END-IF.
              MOVE SPACE TO Cmd-Verb Cmd-Tok-2.
              UNSTRING Cmd-Line DELIMITED BY ALL " "
                     INTO Cmd-Verb Cmd-Tok-2.
              EVALUATE TRIM(Cmd-Verb)
                  WHEN "BURST"
                      PERFORM 100-Burst-Spools
                             THRU 100-Burst-Spools-End
                  WHEN OTHER
                      DISPLAY "ERROR: UNKNOWN COMMAND "
                             TRIM(Cmd-Verb)
                      DISPLAY "COMMANDS: BURST [YYYYMMDD]"
                      MOVE 1 TO RETURN-CODE
              END-EVALUATE.
              GO TO 010-Read-Command.
       090-Finish.
              MOVE File-Count TO Edit-Z.
              DISPLAY "REPORT BURST DONE, " TRIM(Edit-Z)
                     " RECIPIENT FILE(S) WRITTEN".
              MOVE Suppress-Count TO Edit-Z.
              DISPLAY "                   " TRIM(Edit-Z)
                     " EMPTY REPORT(S) SUPPRESSED".
              MOVE SL-Count TO Run-Hist-Read.
              MOVE Unrouted-Lines TO Run-Hist-Reject.
              MOVE File-Count TO Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.

       020-Load-Dist-List.
              OPEN INPUT DISTRIBUTION-LIST.
              IF Dist-List-Status NOT = "00" THEN
                     IF Dist-List-Status = "05" THEN
                            CLOSE DISTRIBUTION-LIST
                     END-IF
                     GO TO 020-Load-Dist-List-End
              END-IF.
       021-Read-Dist-Card.
              READ DISTRIBUTION-LIST
                     AT END
                         CLOSE DISTRIBUTION-LIST
                         GO TO 020-Load-Dist-List-End
              END-READ.
              IF DISTRIBUTION-LIST-RECORD = SPACE
              OR DISTRIBUTION-LIST-RECORD(1:1) = "*" THEN
                     GO TO 021-Read-Dist-Card
              END-IF.
              MOVE SPACE TO Card-Verb Card-Tok-2 Card-Tok-3 Card-Tok-4
                     Card-Tok-5 Card-Tok-6 Card-Text.
              MOVE 1 TO Card-Ptr.
              UNSTRING DISTRIBUTION-LIST-RECORD DELIMITED BY ALL " "
                     INTO Card-Verb Card-Tok-2 Card-Tok-3 Card-Tok-4
                          Card-Tok-5 Card-Tok-6.
              EVALUATE TRIM(Card-Verb)
                  WHEN "RECIPIENT"
                      PERFORM 022-Recipient-Card
                             THRU 022-Recipient-Card-End
                  WHEN "REPORT"
                      PERFORM 024-Report-Card
                             THRU 024-Report-Card-End
                  WHEN "ROUTE"
                      PERFORM 026-Route-Card
                             THRU 026-Route-Card-End
                  WHEN OTHER
                      PERFORM 029-Bad-Card
              END-EVALUATE.
              GO TO 021-Read-Dist-Card.
       020-Load-Dist-List-End.
              EXIT.

       022-Recipient-Card.
              IF Card-Tok-2 = SPACE OR Card-Tok-2(13:) NOT = SPACE
              OR RC-Count >= 100 THEN
                     PERFORM 029-Bad-Card
                     GO TO 022-Recipient-Card-End
              END-IF.
              ADD 1 TO RC-Count.
              MOVE Card-Tok-2 TO rc-id(RC-Count).
      *> 説明は 3 語目から行末まで
              UNSTRING DISTRIBUTION-LIST-RECORD DELIMITED BY ALL " "
                     INTO Card-Verb Card-Tok-2
                     WITH POINTER Card-Ptr
              END-UNSTRING.
              MOVE DISTRIBUTION-LIST-RECORD(Card-Ptr:) TO Card-Text.
              MOVE Card-Text TO rc-desc(RC-Count).
       022-Recipient-Card-End.
              EXIT.

       024-Report-Card.
              IF Card-Tok-2 = SPACE OR Card-Tok-2(13:) NOT = SPACE
              OR RP-Count >= 50 THEN
                     PERFORM 029-Bad-Card
                     GO TO 024-Report-Card-End
              END-IF.
              IF TRIM(Card-Tok-3) NOT = "CUSTOMER"
              AND TRIM(Card-Tok-3) NOT = "SUPPLIER"
              AND TRIM(Card-Tok-3) NOT = "SITE"
              AND TRIM(Card-Tok-3) NOT = "DEPT" THEN
                     PERFORM 029-Bad-Card
                     GO TO 024-Report-Card-End
              END-IF.
              IF TRIM(Card-Tok-3) NOT = "SITE" THEN
                     IF TRIM(Card-Tok-4) IS NOT NUMERIC
                     OR TRIM(Card-Tok-5) IS NOT NUMERIC
                     OR Card-Tok-4(4:) NOT = SPACE
                     OR Card-Tok-5(3:) NOT = SPACE THEN
                            PERFORM 029-Bad-Card
                            GO TO 024-Report-Card-End
                     END-IF
                     IF NUMVAL(TRIM(Card-Tok-4)) < 1
                     OR NUMVAL(TRIM(Card-Tok-5)) < 1
                     OR NUMVAL(TRIM(Card-Tok-5)) > 14
                     OR NUMVAL(TRIM(Card-Tok-4))
                        + NUMVAL(TRIM(Card-Tok-5)) > 201 THEN
                            PERFORM 029-Bad-Card
                            GO TO 024-Report-Card-End
                     END-IF
              END-IF.
              ADD 1 TO RP-Count.
              MOVE Card-Tok-2 TO rp-name(RP-Count).
              MOVE Card-Tok-3 TO rp-type(RP-Count).
              MOVE 1 TO rp-col(RP-Count).
              MOVE 4 TO rp-len(RP-Count).
              MOVE 1 TO rp-head(RP-Count).
              IF TRIM(Card-Tok-3) NOT = "SITE" THEN
                     MOVE NUMVAL(TRIM(Card-Tok-4)) TO rp-col(RP-Count)
                     MOVE NUMVAL(TRIM(Card-Tok-5)) TO rp-len(RP-Count)
                     MOVE Card-Tok-6 TO Card-Tok-4
              END-IF.
      *> SITE のときは 4 語目が列見出しの行数
              IF Card-Tok-4 NOT = SPACE AND TRIM(Card-Tok-4) IS NUMERIC
              AND Card-Tok-4(2:) = SPACE THEN
                     MOVE NUMVAL(TRIM(Card-Tok-4)) TO rp-head(RP-Count)
              END-IF.
       024-Report-Card-End.
              EXIT.

       026-Route-Card.
              IF Card-Tok-2 = SPACE OR Card-Tok-3 = SPACE
              OR Card-Tok-4 = SPACE OR Card-Tok-4(13:) NOT = SPACE
              OR RT-Count >= 1000 THEN
                     PERFORM 029-Bad-Card
                     GO TO 026-Route-Card-End
              END-IF.
              ADD 1 TO RT-Count.
              MOVE Card-Tok-2 TO rt-report(RT-Count).
              MOVE Card-Tok-3 TO rt-key(RT-Count).
              MOVE Card-Tok-4 TO rt-rcp(RT-Count).
       026-Route-Card-End.
              EXIT.

       029-Bad-Card.
              DISPLAY "WARNING: DISTRIBUTION-LIST CARD NOT UNDERSTOOD: "
                     TRIM(DISTRIBUTION-LIST-RECORD).
              MOVE "RBS-002" TO Err-Code.
              MOVE "W" TO Err-Severity.
              MOVE "DISTRIBUTION LIST CARD NOT UNDERSTOOD" TO Err-Text.
              MOVE DISTRIBUTION-LIST-RECORD TO Err-Input.
              PERFORM Write-Error-Log.

      *> BURST [yyyymmdd]。その日のスプールを配布先ごとに切り分ける。
      *> 配布先ごとにまず件数だけ数え、送るものがあれば表紙を付けて
      *> 書き出す。どこにも行かない行は UNROUTED にまとめる
       100-Burst-Spools.
              MOVE Today-Date TO Burst-Date.
              IF Cmd-Tok-2 NOT = SPACE THEN
                     IF TRIM(Cmd-Tok-2) IS NOT NUMERIC
                     OR Cmd-Tok-2(9:) NOT = SPACE
                     OR TEST-DATE-YYYYMMDD(NUMVAL(TRIM(Cmd-Tok-2)))
                        NOT = 0 THEN
                            DISPLAY "ERROR: BURST DATE NOT YYYYMMDD: "
                                   TRIM(Cmd-Tok-2)
                            MOVE 1 TO RETURN-CODE
                            GO TO 100-Burst-Spools-End
                     END-IF
                     MOVE NUMVAL(TRIM(Cmd-Tok-2)) TO Burst-Date
              END-IF.
              IF RP-Count = 0 OR RT-Count = 0 THEN
                     DISPLAY "DISTRIBUTION-LIST HAS NO REPORT OR ROUTE"
                            " CARDS, NOTHING TO BURST"
                     GO TO 100-Burst-Spools-End
              END-IF.
              PERFORM 030-Load-Spools THRU 030-Load-Spools-End.
              IF SL-Count = 0 THEN
                     DISPLAY "NO SPOOLS CATALOGUED FOR " Burst-Date
                            ", NOTHING TO BURST"
                     GO TO 100-Burst-Spools-End
              END-IF.
              COMPUTE RC-Idx = RC-Count + 1.
              MOVE "UNROUTED" TO rc-id(RC-Idx).
              MOVE "REPORT LINES WITH NO RECIPIENT ON THE LIST"
                     TO rc-desc(RC-Idx).
              PERFORM VARYING RC-Idx FROM 1 BY 1
              UNTIL RC-Idx > RC-Count + 1
                     PERFORM 200-Burst-Recipient
                            THRU 200-Burst-Recipient-End
              END-PERFORM.
              IF Unrouted-Lines > 0 THEN
                     MOVE Unrouted-Lines TO Lines-Z
                     DISPLAY "WARNING: " TRIM(Lines-Z) " REPORT"
                            " LINE(S) HAVE NO RECIPIENT, SEE BURST-"
                            "UNROUTED-" Burst-Date
                     MOVE "RBS-001" TO Err-Code
                     MOVE "W" TO Err-Severity
                     MOVE "REPORT LINES WITH NO RECIPIENT ON THE LIST"
                            TO Err-Text
                     MOVE SPACE TO Err-Input
                     STRING TRIM(Lines-Z) DELIMITED BY SIZE
                            " LINE(S) " DELIMITED BY SIZE
                            Burst-Date DELIMITED BY SIZE
                            INTO Err-Input
                     END-STRING
                     PERFORM Write-Error-Log
              END-IF.
       100-Burst-Spools-End.
              EXIT.

      *> 当日分のスプール (同じステップの再実行は同じパスなので 1 回)
       030-Load-Spools.
              MOVE 0 TO SL-Count.
              OPEN INPUT SPOOL-CATALOG.
              IF Spool-Status NOT = "00" THEN
                     IF Spool-Status = "05" THEN
                            CLOSE SPOOL-CATALOG
                     END-IF
                     GO TO 030-Load-Spools-End
              END-IF.
       031-Read-Catalog.
              READ SPOOL-CATALOG
                     AT END
                         CLOSE SPOOL-CATALOG
                         GO TO 030-Load-Spools-End
              END-READ.
              IF SP-DATE NOT = Burst-Date OR SP-PATH = SPACE THEN
                     GO TO 031-Read-Catalog
              END-IF.
              MOVE "N" TO SL-Dup.
              PERFORM VARYING SL-Idx FROM 1 BY 1 UNTIL SL-Idx > SL-Count
                     IF sl-path(SL-Idx) = SP-PATH THEN
                            MOVE "Y" TO SL-Dup
                     END-IF
              END-PERFORM.
              IF SL-Dup = "N" AND SL-Count < 200 THEN
                     ADD 1 TO SL-Count
                     MOVE SP-PATH TO sl-path(SL-Count)
              END-IF.
              GO TO 031-Read-Catalog.
       030-Load-Spools-End.
              EXIT.

       200-Burst-Recipient.
              PERFORM VARYING RP-Idx FROM 1 BY 1 UNTIL RP-Idx > RP-Count
                     MOVE 0 TO rp-lines(RP-Idx)
              END-PERFORM.
              MOVE "C" TO Scan-Mode.
              PERFORM 300-Scan-Spools.
              MOVE 0 TO Rcp-Lines.
              PERFORM VARYING RP-Idx FROM 1 BY 1 UNTIL RP-Idx > RP-Count
                     ADD rp-lines(RP-Idx) TO Rcp-Lines
              END-PERFORM.
              IF RC-Idx > RC-Count THEN
                     MOVE Rcp-Lines TO Unrouted-Lines
              END-IF.
              PERFORM 250-Log-Suppressed.
              IF Rcp-Lines = 0 THEN
                     GO TO 200-Burst-Recipient-End
              END-IF.
              MOVE SPACE TO Burst-Path.
              STRING "BURST-" DELIMITED BY SIZE
                     TRIM(rc-id(RC-Idx)) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     Burst-Date DELIMITED BY SIZE
                     INTO Burst-Path
              END-STRING.
              OPEN OUTPUT BURST-OUT.
              IF Burst-Status NOT = "00" THEN
                     DISPLAY "ERROR: CANNOT WRITE " TRIM(Burst-Path)
                            ", STATUS " Burst-Status
                     MOVE 1 TO RETURN-CODE
                     GO TO 200-Burst-Recipient-End
              END-IF.
              PERFORM 220-Write-Cover.
              MOVE "W" TO Scan-Mode.
              PERFORM 300-Scan-Spools.
              CLOSE BURST-OUT.
              ADD 1 TO File-Count.
              MOVE Rcp-Lines TO Lines-Z.
              DISPLAY "BURST " TRIM(Burst-Path) ", "
                     TRIM(Lines-Z) " LINE(S)".
              PERFORM VARYING RP-Idx FROM 1 BY 1 UNTIL RP-Idx > RP-Count
                     IF rp-lines(RP-Idx) > 0 THEN
                            MOVE "SENT" TO Log-Status
                            PERFORM 260-Write-Dist-Log
                     END-IF
              END-PERFORM.
       200-Burst-Recipient-End.
              EXIT.

      *> 表紙: 配布先、拠点、スプールの日付と同封の報告の一覧
       220-Write-Cover.
              MOVE ALL "=" TO BURST-OUT-RECORD.
              MOVE SPACE TO BURST-OUT-RECORD(47:).
              WRITE BURST-OUT-RECORD.
              MOVE "DISTRIBUTION COVER SHEET" TO BURST-OUT-RECORD.
              WRITE BURST-OUT-RECORD.
              MOVE SPACE TO BURST-OUT-RECORD.
              STRING "RECIPIENT " DELIMITED BY SIZE
                     TRIM(rc-id(RC-Idx)) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     TRIM(rc-desc(RC-Idx)) DELIMITED BY SIZE
                     INTO BURST-OUT-RECORD
              END-STRING.
              WRITE BURST-OUT-RECORD.
              MOVE SPACE TO BURST-OUT-RECORD.
              STRING "SITE " DELIMITED BY SIZE
                     Site-Code DELIMITED BY SIZE
                     "  REPORT DATE " DELIMITED BY SIZE
                     Burst-Date DELIMITED BY SIZE
                     "  BURST DATE " DELIMITED BY SIZE
                     Today-Date DELIMITED BY SIZE
                     INTO BURST-OUT-RECORD
              END-STRING.
              WRITE BURST-OUT-RECORD.
              MOVE "REPORTS ENCLOSED:" TO BURST-OUT-RECORD.
              WRITE BURST-OUT-RECORD.
              PERFORM VARYING RP-Idx FROM 1 BY 1 UNTIL RP-Idx > RP-Count
                     IF rp-lines(RP-Idx) > 0 THEN
                            MOVE rp-lines(RP-Idx) TO Lines-Z
                            MOVE SPACE TO BURST-OUT-RECORD
                            STRING "  " DELIMITED BY SIZE
                                   rp-name(RP-Idx) DELIMITED BY SIZE
                                   Lines-Z DELIMITED BY SIZE
                                   " LINE(S)" DELIMITED BY SIZE
                                   INTO BURST-OUT-RECORD
                            END-STRING
                            WRITE BURST-OUT-RECORD
                     END-IF
              END-PERFORM.
              MOVE ALL "=" TO BURST-OUT-RECORD.
              MOVE SPACE TO BURST-OUT-RECORD(47:).
              WRITE BURST-OUT-RECORD.

      *> 配布先に ROUTE があるのに行が無かった報告は送らない
       250-Log-Suppressed.
              PERFORM VARYING RP-Idx FROM 1 BY 1 UNTIL RP-Idx > RP-Count
                     IF rp-lines(RP-Idx) = 0 THEN
                            MOVE "N" TO Rcp-Routes
                            PERFORM VARYING RT-Idx FROM 1 BY 1
                            UNTIL RT-Idx > RT-Count
                                   PERFORM 255-Check-Rcp-Route
                            END-PERFORM
                            IF Rcp-Routes = "Y" THEN
                                   ADD 1 TO Suppress-Count
                                   MOVE "SUPPRESSED" TO Log-Status
                                   PERFORM 260-Write-Dist-Log
                            END-IF
                     END-IF
              END-PERFORM.

       255-Check-Rcp-Route.
              IF rt-report(RT-Idx) = rp-name(RP-Idx)
              AND rt-rcp(RT-Idx) = rc-id(RC-Idx) THEN
                     MOVE "Y" TO Rcp-Routes
              END-IF.

       260-Write-Dist-Log.
              ACCEPT Now-Time FROM TIME.
              OPEN EXTEND DISTRIBUTION-LOG.
              IF Dist-Log-Status = "00" OR Dist-Log-Status = "05" THEN
                     MOVE SPACE TO DISTRIBUTION-LOG-RECORD
                     MOVE Today-Date TO DL-DATE
                     MOVE Now-Time(1:6) TO DL-TIME
                     MOVE rc-id(RC-Idx) TO DL-RECIPIENT
                     MOVE rp-name(RP-Idx) TO DL-REPORT
                     MOVE rp-lines(RP-Idx) TO DL-LINES
                     MOVE Log-Status TO DL-STATUS
                     MOVE Burst-Date TO DL-SPOOL-DT
                     IF rp-lines(RP-Idx) > 0 THEN
                            MOVE Burst-Path TO DL-FILE
                     END-IF
                     WRITE DISTRIBUTION-LOG-RECORD
                     CLOSE DISTRIBUTION-LOG
              ELSE
                     DISPLAY "WARNING: DISTRIBUTION-LOG NOT UPDATED,"
                            " STATUS " Dist-Log-Status
              END-IF.

       300-Scan-Spools.
              PERFORM VARYING SL-Idx FROM 1 BY 1 UNTIL SL-Idx > SL-Count
                     PERFORM 310-Scan-One-Spool
                            THRU 310-Scan-One-Spool-End
              END-PERFORM.

      *> スプールの中の報告は報告サービスの見出し
      *> ("SITE xxxx  PROGRAM yyyy  DATE ..."、表題、罫線) で始まり
      *> "*** END OF REPORT" で終わる。それ以外の行は読み飛ばす
       310-Scan-One-Spool.
              MOVE sl-path(SL-Idx) TO Spool-In-Path.
              OPEN INPUT SPOOL-IN.
              IF Spool-In-Status NOT = "00" THEN
                     IF Scan-Mode = "C" AND RC-Idx = 1 THEN
                            DISPLAY "WARNING: SPOOL "
                                   TRIM(Spool-In-Path)
                                   " NOT READABLE, STATUS "
                                   Spool-In-Status
                            MOVE "RBS-003" TO Err-Code
                            MOVE "W" TO Err-Severity
                            MOVE "CATALOGUED SPOOL NOT READABLE"
                                   TO Err-Text
                            MOVE Spool-In-Path TO Err-Input
                            PERFORM Write-Error-Log
                     END-IF
                     GO TO 310-Scan-One-Spool-End
              END-IF.
              MOVE "N" TO In-Report.
              MOVE 0 TO Hdr-Stage Cur-Rp.
       311-Read-Spool-Line.
              READ SPOOL-IN
                     AT END
                         CLOSE SPOOL-IN
                         GO TO 310-Scan-One-Spool-End
              END-READ.
              IF SPOOL-IN-RECORD(1:5) = "SITE "
              AND SPOOL-IN-RECORD(10:10) = "  PROGRAM " THEN
                     PERFORM 320-Page-Header
                     GO TO 311-Read-Spool-Line
              END-IF.
              IF Hdr-Stage = 1 THEN
                     MOVE SPOOL-IN-RECORD TO Title-Line
                     MOVE 2 TO Hdr-Stage
                     GO TO 311-Read-Spool-Line
              END-IF.
              IF Hdr-Stage = 2 THEN
                     MOVE 0 TO Hdr-Stage
                     GO TO 311-Read-Spool-Line
              END-IF.
              IF SPOOL-IN-RECORD(1:20) = ALL "=" THEN
                     GO TO 311-Read-Spool-Line
              END-IF.
              IF SPOOL-IN-RECORD(1:18) = "*** END OF REPORT " THEN
                     PERFORM 340-End-Section
                     MOVE "N" TO In-Report
                     MOVE 0 TO Cur-Rp
                     GO TO 311-Read-Spool-Line
              END-IF.
              IF In-Report NOT = "Y" OR Cur-Rp = 0 THEN
                     GO TO 311-Read-Spool-Line
              END-IF.
              IF Head-Left > 0 THEN
                     SUBTRACT 1 FROM Head-Left
                     ADD 1 TO Head-Count
                     MOVE SPOOL-IN-RECORD TO Head-Line(Head-Count)
                     GO TO 311-Read-Spool-Line
              END-IF.
      *> 鍵の欄が空の行は直前の鍵の続き (明細の続きや空行)
              IF rp-type(Cur-Rp) = "SITE" THEN
                     MOVE Page-Line(6:4) TO Cur-Key
                     PERFORM 330-Check-Route
              ELSE
                     MOVE rp-col(Cur-Rp) TO Key-Col
                     MOVE rp-len(Cur-Rp) TO Key-Len
                     IF SPOOL-IN-RECORD(Key-Col:Key-Len) NOT = SPACE
                     THEN
                            MOVE SPACE TO Cur-Key
                            MOVE SPOOL-IN-RECORD(Key-Col:Key-Len)
                                   TO Cur-Key
                            PERFORM 330-Check-Route
                     END-IF
              END-IF.
              IF Cur-Route = "Y" THEN
                     PERFORM 350-Route-Line
              END-IF.
              GO TO 311-Read-Spool-Line.
       310-Scan-One-Spool-End.
              EXIT.

      *> 新しい報告の 1 ページ目か、同じ報告の改ページか
       320-Page-Header.
              MOVE 1 TO Hdr-Stage.
              IF In-Report = "Y"
              AND SPOOL-IN-RECORD(20:12) = Cur-Program THEN
                     MOVE 0 TO Head-Left
              ELSE
                     PERFORM 340-End-Section
                     MOVE "Y" TO In-Report
                     MOVE SPOOL-IN-RECORD(20:12) TO Cur-Program
                     MOVE SPOOL-IN-RECORD TO Page-Line
                     MOVE "N" TO Sect-Open Cur-Route
                     MOVE SPACE TO Cur-Key
                     MOVE 0 TO Head-Count Head-Left Cur-Rp
                     PERFORM VARYING RP-Idx FROM 1 BY 1
                     UNTIL RP-Idx > RP-Count
                            IF rp-name(RP-Idx) = Cur-Program THEN
                                   MOVE RP-Idx TO Cur-Rp
                            END-IF
                     END-PERFORM
                     IF Cur-Rp > 0 THEN
                            MOVE rp-head(Cur-Rp) TO Head-Left
                     END-IF
              END-IF.

      *> 今の鍵がこの配布先に行くか。受け皿 (UNROUTED) のときは
      *> どの配布先にも行かない行を拾う
       330-Check-Route.
              MOVE "N" TO Cur-Route.
              IF RC-Idx > RC-Count THEN
                     MOVE "Y" TO Cur-Route
              END-IF.
              PERFORM VARYING RT-Idx FROM 1 BY 1 UNTIL RT-Idx > RT-Count
                     IF rt-report(RT-Idx) = Cur-Program
                     AND (rt-key(RT-Idx) = Cur-Key
                          OR rt-key(RT-Idx) = "*") THEN
                            IF RC-Idx > RC-Count THEN
                                   MOVE "N" TO Cur-Route
                            ELSE
                                   IF rt-rcp(RT-Idx) = rc-id(RC-Idx)
                                   THEN
                                          MOVE "Y" TO Cur-Route
                                   END-IF
                            END-IF
                     END-IF
              END-PERFORM.

       340-End-Section.
              IF Scan-Mode = "W" AND Sect-Open = "Y" THEN
                     MOVE Sect-Lines TO Lines-Z
                     MOVE SPACE TO BURST-OUT-RECORD
                     STRING "*** END OF " DELIMITED BY SIZE
                            TRIM(Cur-Program) DELIMITED BY SIZE
                            " FOR " DELIMITED BY SIZE
                            TRIM(rc-id(RC-Idx)) DELIMITED BY SIZE
                            " - " DELIMITED BY SIZE
                            TRIM(Lines-Z) DELIMITED BY SIZE
                            " LINE(S) ***" DELIMITED BY SIZE
                            INTO BURST-OUT-RECORD
                     END-STRING
                     WRITE BURST-OUT-RECORD
              END-IF.
              MOVE "N" TO Sect-Open.

       350-Route-Line.
              IF Scan-Mode = "C" THEN
                     ADD 1 TO rp-lines(Cur-Rp)
              ELSE
                     IF Sect-Open NOT = "Y" THEN
                            PERFORM 360-Open-Section
                     END-IF
                     MOVE SPOOL-IN-RECORD TO BURST-OUT-RECORD
                     WRITE BURST-OUT-RECORD
                     ADD 1 TO Sect-Lines
              END-IF.

      *> 報告ごとの区分の頭: 元の見出しと列見出しを付け直す
       360-Open-Section.
              MOVE "Y" TO Sect-Open.
              MOVE 0 TO Sect-Lines.
              MOVE SPACE TO BURST-OUT-RECORD.
              WRITE BURST-OUT-RECORD.
              MOVE ALL "=" TO BURST-OUT-RECORD.
              MOVE SPACE TO BURST-OUT-RECORD(47:).
              WRITE BURST-OUT-RECORD.
              MOVE Page-Line TO BURST-OUT-RECORD.
              WRITE BURST-OUT-RECORD.
              MOVE Title-Line TO BURST-OUT-RECORD.
              WRITE BURST-OUT-RECORD.
              MOVE ALL "=" TO BURST-OUT-RECORD.
              MOVE SPACE TO BURST-OUT-RECORD(47:).
              WRITE BURST-OUT-RECORD.
              PERFORM VARYING Head-Idx FROM 1 BY 1
              UNTIL Head-Idx > Head-Count
                     MOVE Head-Line(Head-Idx) TO BURST-OUT-RECORD
                     WRITE BURST-OUT-RECORD
              END-PERFORM.

       COPY RUNHISTPD.
       COPY ERRLOGPD.
       END PROGRAM MAIN.
