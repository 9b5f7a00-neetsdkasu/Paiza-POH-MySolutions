                     ASSIGN TO "DAILY-TOTALS-XMIT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Xmit-Status.
              SELECT OPTIONAL PROOF-RESULTS
                     ASSIGN TO "PROOF-RESULTS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Proof-Status.
              SELECT OPTIONAL DAY-CLOSE
                     ASSIGN TO "DAY-CLOSE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     05 GR-VERDICT PIC X(4).
       FD  DAILY-TOTALS-XMIT.
              01 XMIT-RECORD PIC X(60).
       FD  PROOF-RESULTS.
              01 PROOF-RESULTS-RECORD.
                     05 PR-CHECK   PIC X(8).
                     05 FILLER     PIC X.
                     05 PR-DATE    PIC 9(8).
                     05 FILLER     PIC X.
                     05 PR-ITEMS   PIC 9(6).
                     05 FILLER     PIC X.
                     05 PR-BREAKS  PIC 9(6).
                     05 FILLER     PIC X.
                     05 PR-VERDICT PIC X(4).
       FD  DAY-CLOSE.
              01 DAY-CLOSE-RECORD PIC X(60).
       COPY RUNHISTFD.
       01 Results-Status PIC XX.
       01 Xmit-Status PIC XX.
       01 Close-Status PIC XX.
       01 Proof-Status PIC XX.
       01 Gate-Table-Values.
              05 GT-Count PIC 99 VALUE 0.
              05 GT-Idx   PIC 99.
              05 xc-tok-1    PIC X(10).
              05 xc-tok-2    PIC X(10).
              05 xc-present  PIC X.
       01 Proof-Check-Values.
              05 pc-count    PIC 9.
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              END-PERFORM.
              PERFORM 200-Balance-Transmission
                     THRU 200-Balance-Transmission-End.
              PERFORM 250-Balance-Subledgers
                     THRU 250-Balance-Subledgers-End.
              MOVE bl-imbalances TO bl-cnt-z.
              IF bl-imbalances = 0 THEN
                     PERFORM 300-Write-Close-Record
       200-Balance-Transmission-End.
              EXIT.

      *> 補助元帳の照合 (LedgerProof の PROOF-RESULTS): 今日の在庫・
      *> 売掛・発注の3照合がすべて PASS であること
       250-Balance-Subledgers.
              MOVE 0 TO pc-count.
              OPEN INPUT PROOF-RESULTS.
              IF Proof-Status NOT = "00" THEN
                     IF Proof-Status = "05" THEN
                            CLOSE PROOF-RESULTS
                     END-IF
                     GO TO 252-Proof-Done
              END-IF.
       251-Read-Proof.
              READ PROOF-RESULTS
                     AT END
                         CLOSE PROOF-RESULTS
                         GO TO 252-Proof-Done
              END-READ.
              IF PR-DATE NOT = bl-today THEN
                     GO TO 251-Read-Proof
              END-IF.
              ADD 1 TO pc-count.
              IF PR-VERDICT = "PASS" THEN
                     DISPLAY "BALANCED SUBLEDGER " TRIM(PR-CHECK)
              ELSE
                     ADD 1 TO bl-imbalances
                     MOVE PR-BREAKS TO bl-z1
                     DISPLAY "IMBALANCE SUBLEDGER " TRIM(PR-CHECK)
                            ": " TRIM(bl-z1) " BREAK(S), SEE THE"
                            " LEDGERPROOF SPOOL"
              END-IF.
              GO TO 251-Read-Proof.
       252-Proof-Done.
              IF pc-count < 3 THEN
                     ADD 1 TO bl-imbalances
                     DISPLAY "IMBALANCE SUBLEDGERS: NO PROOF TONIGHT,"
                            " RUN LEDGERPROOF FIRST"
              END-IF.
       250-Balance-Subledgers-End.
              EXIT.

      *> 全照合が合ったときだけ署名付きの日締めレコードを書く。
      *> このレコードができるまでジョブは完了扱いにしない。
       300-Write-Close-Record.
