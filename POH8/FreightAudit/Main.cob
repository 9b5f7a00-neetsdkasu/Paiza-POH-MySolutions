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
       COPY MANLOGSL.
       COPY RUNHISTSL.
              SELECT OPTIONAL CARRIER-INVOICE
                     ASSIGN TO "CARRIER-INVOICE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Invoice-Status.
              SELECT OPTIONAL CARRIER-RATES
                     ASSIGN TO "CARRIER-RATES"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Carrier-Status.
              SELECT OPTIONAL FREIGHT-APPROVALS
                     ASSIGN TO "FREIGHT-APPROVALS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Approval-Status.
              SELECT OPTIONAL FREIGHT-PAID
                     ASSIGN TO "FREIGHT-PAID"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Paid-Status.
              SELECT FREIGHT-RELEASED
                     ASSIGN TO "FREIGHT-RELEASED"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Released-Status.
              SELECT FREIGHT-DISPUTES
                     ASSIGN TO "FREIGHT-DISPUTES"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Dispute-Status.
       DATA DIVISION.
       FILE SECTION.
       COPY MANLOGFD.
       COPY RUNHISTFD.
       FD  CARRIER-INVOICE.
              01 CARRIER-INVOICE-RECORD PIC X(60).
       FD  CARRIER-RATES.
              01 CARRIER-RATES-RECORD PIC X(40).
       FD  FREIGHT-APPROVALS.
              01 FREIGHT-APPROVALS-RECORD PIC X(40).
      *> 支払済みの運賃請求 (同じ出荷の二重請求を次回以降も検出する)
       FD  FREIGHT-PAID.
              01 FREIGHT-PAID-RECORD.
                     05 FP-CARRIER PIC X(8).
                     05 FILLER     PIC X.
                     05 FP-REF     PIC X(16).
                     05 FILLER     PIC X.
                     05 FP-AMOUNT  PIC 9(7)V99.
                     05 FILLER     PIC X.
                     05 FP-DATE    PIC 9(8).
       FD  FREIGHT-RELEASED.
              01 FREIGHT-RELEASED-RECORD.
                     05 FR-CARRIER PIC X(8).
                     05 FILLER     PIC X.
                     05 FR-REF     PIC X(16).
                     05 FILLER     PIC X.
                     05 FR-AMOUNT  PIC 9(7)V99.
                     05 FILLER     PIC X.
                     05 FR-STATUS  PIC X(12).
       FD  FREIGHT-DISPUTES.
              01 FREIGHT-DISPUTES-RECORD.
                     05 DP-CARRIER  PIC X(8).
                     05 FILLER      PIC X.
                     05 DP-REF      PIC X(16).
                     05 FILLER      PIC X.
                     05 DP-BILLED   PIC 9(7)V99.
                     05 FILLER      PIC X.
                     05 DP-EXPECTED PIC 9(7)V99.
                     05 FILLER      PIC X.
                     05 DP-REASON   PIC X(16).
       WORKING-STORAGE SECTION.
       COPY RUNHISTWS.
       COPY REPORTWS.
       01 Manifest-Log-Status PIC XX.
       01 Invoice-Status PIC XX.
       01 Carrier-Status PIC XX.
       01 Approval-Status PIC XX.
       01 Paid-Status PIC XX.
       01 Released-Status PIC XX.
       01 Dispute-Status PIC XX.
      *> 運送会社料金表の全行 (適用開始日つき)。請求の照合は
      *> 出荷日に有効だったブラケットで行う
       01 Rate-Table-Values.
              05 car-count  PIC 9(3) VALUE 0.
              05 car-idx    PIC 9(3).
              05 car-found  PIC 9(3).
              05 car-table OCCURS 200 TIMES.
                     10 car-code  PIC X(8).
                     10 car-limit PIC 9(7).
                     10 car-rate  PIC 9(7)V99.
                     10 car-from  PIC 9(8).
              05 car-code-tok PIC X(10).
              05 car-lim-tok  PIC X(12).
              05 car-rate-tok PIC X(12).
              05 car-from-tok PIC X(12).
      *> 今回照合する運送会社の請求明細
       01 Bill-Table-Values.
              05 CI-Count PIC 9(4) VALUE 0.
              05 CI-Idx   PIC 9(4).
              05 CI-Jdx   PIC 9(4).
              05 CI-Table OCCURS 2000 TIMES.
                     10 ci-carrier  PIC X(8).
                     10 ci-ref      PIC X(16).
                     10 ci-billed   PIC 9(7)V99.
                     10 ci-dup      PIC X.
                     10 ci-paid     PIC X.
                     10 ci-found    PIC X.
                     10 ci-date     PIC 9(8).
                     10 ci-weight   PIC 9(7).
                     10 ci-quoted   PIC 9(7)V99.
                     10 ci-expected PIC 9(7)V99.
                     10 ci-result   PIC X(16).
              05 ci-car-tok  PIC X(10).
              05 ci-ref-tok  PIC X(18).
              05 ci-amt-tok  PIC X(15).
      *> 差異を承認済みとして支払に回す請求 ("carrier ref")
       01 Approval-Table-Values.
              05 AP-Count PIC 9(3) VALUE 0.
              05 AP-Idx   PIC 9(3).
              05 AP-Found PIC 9(3).
              05 AP-Table OCCURS 500 TIMES.
                     10 ap-carrier PIC X(8).
                     10 ap-ref     PIC X(16).
              05 ap-car-tok PIC X(10).
              05 ap-ref-tok PIC X(18).
      *> 運送会社別の紛争集計
       01 Carrier-Summary-Values.
              05 CS-Count PIC 99 VALUE 0.
              05 CS-Idx   PIC 99.
              05 CS-Found PIC 99.
              05 CS-Table OCCURS 20 TIMES.
                     10 cs-code      PIC X(8).
                     10 cs-lines     PIC 9(5).
                     10 cs-billed    PIC 9(11)V99.
                     10 cs-rel-cnt   PIC 9(5).
                     10 cs-rel-amt   PIC 9(11)V99.
                     10 cs-over-cnt  PIC 9(5).
                     10 cs-over-amt  PIC 9(11)V99.
                     10 cs-dup-cnt   PIC 9(5).
                     10 cs-dup-amt   PIC 9(11)V99.
                     10 cs-nman-cnt  PIC 9(5).
                     10 cs-nman-amt  PIC 9(11)V99.
                     10 cs-nrate-cnt PIC 9(5).
       01 Audit-Values.
              05 Audit-Date    PIC 9(8).
              05 Audit-Read    PIC 9(6) VALUE 0.
              05 Audit-Bad     PIC 9(6) VALUE 0.
              05 Audit-Disputed PIC 9(6) VALUE 0.
              05 Audit-Released PIC 9(6) VALUE 0.
              05 Audit-Rel-Amt PIC 9(13)V99 VALUE 0.
              05 Audit-Billed  PIC 9(13)V99 VALUE 0.
              05 Audit-Excess  PIC 9(7)V99.
              05 Audit-Whole   PIC 9(13).
              05 Rate-Limit    PIC 9(7).
              05 Rate-From     PIC 9(8).
              05 Aud-Amt-Z     PIC Z(6)9.99.
              05 Aud-Exp-Z     PIC Z(6)9.99.
              05 Aud-Tot-Z     PIC Z(12)9.99.
              05 Aud-Cnt-Z     PIC Z(5)9.
              05 Aud-Wt-Z      PIC Z(6)9.
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              MOVE "FREIGHTAUDIT" TO Run-Hist-Program.
              ACCEPT Audit-Date FROM DATE YYYYMMDD.
              PERFORM 010-Load-Rates THRU 010-Load-Rates-End.
              IF car-count = 0 THEN
                     DISPLAY "ERROR: CARRIER-RATES IS EMPTY OR ABSENT"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              PERFORM 020-Load-Approvals THRU 020-Load-Approvals-End.
              MOVE "FREIGHTAUDIT" TO Rpt-Program.
              MOVE "CARRIER FREIGHT BILL AUDIT" TO Rpt-Title.
              PERFORM Begin-Report.
              PERFORM 030-Load-Bills THRU 030-Load-Bills-End.
              IF CI-Count = 0 THEN
                     STRING "NO CARRIER-INVOICE LINES TO AUDIT"
                            DELIMITED BY SIZE INTO Rpt-Line
                     PERFORM Write-Report-Line
                     GO TO 090-Finish
              END-IF.
              PERFORM 040-Match-Manifests THRU 040-Match-Manifests-End.
              PERFORM 050-Match-Paid THRU 050-Match-Paid-End.
              OPEN OUTPUT FREIGHT-RELEASED.
              OPEN OUTPUT FREIGHT-DISPUTES.
              OPEN EXTEND FREIGHT-PAID.
              STRING "EXCEPTIONS:" DELIMITED BY SIZE INTO Rpt-Line.
              PERFORM Write-Report-Line.
              PERFORM VARYING CI-Idx FROM 1 BY 1 UNTIL CI-Idx > CI-Count
                     PERFORM 100-Audit-Bill THRU 100-Audit-Bill-End
              END-PERFORM.
              CLOSE FREIGHT-PAID.
              CLOSE FREIGHT-DISPUTES.
              CLOSE FREIGHT-RELEASED.
              PERFORM 300-Carrier-Summary.
       090-Finish.
              PERFORM 310-Totals.
              PERFORM End-Report.
              IF Audit-Disputed > 0 OR Audit-Bad > 0 THEN
                     MOVE 2 TO RETURN-CODE
              END-IF.
              MOVE Audit-Read TO Run-Hist-Read.
              COMPUTE Run-Hist-Reject = Audit-Disputed + Audit-Bad.
              MOVE Audit-Rel-Amt TO Audit-Whole.
              MOVE Audit-Whole TO Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.

      *> 料金表 ("carrier bracket-limit rate [from]") は SantaFuku と
      *> 同じ形式。適用開始日の行も含めて全部読む
       010-Load-Rates.
              OPEN INPUT CARRIER-RATES.
              IF Carrier-Status NOT = "00" THEN
                     IF Carrier-Status = "05" THEN
                            CLOSE CARRIER-RATES
                     END-IF
                     GO TO 010-Load-Rates-End
              END-IF.
       011-Read-Rate.
              READ CARRIER-RATES
                     AT END
                         CLOSE CARRIER-RATES
                         GO TO 010-Load-Rates-End
              END-READ.
              IF CARRIER-RATES-RECORD = SPACE
              OR CARRIER-RATES-RECORD(1:1) = "*" THEN
                     GO TO 011-Read-Rate
              END-IF.
              MOVE SPACE TO car-code-tok car-lim-tok car-rate-tok
                     car-from-tok.
              UNSTRING CARRIER-RATES-RECORD DELIMITED BY ALL " "
                     INTO car-code-tok car-lim-tok car-rate-tok
                          car-from-tok.
              IF TRIM(car-lim-tok) IS NOT NUMERIC
              OR car-rate-tok = SPACE THEN
                     DISPLAY "WARNING: BAD CARRIER RATE SKIPPED: "
                            TRIM(CARRIER-RATES-RECORD)
                     GO TO 011-Read-Rate
              END-IF.
              IF car-count >= 200 THEN
                     DISPLAY "ERROR: CARRIER-RATES EXCEEDS 200 LINES"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO car-count.
              MOVE car-code-tok TO car-code(car-count).
              MOVE NUMVAL(TRIM(car-lim-tok)) TO car-limit(car-count).
              MOVE NUMVAL(TRIM(car-rate-tok)) TO car-rate(car-count).
              MOVE 0 TO car-from(car-count).
              IF TRIM(car-from-tok) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(car-from-tok))
                            TO car-from(car-count)
              END-IF.
              GO TO 011-Read-Rate.
       010-Load-Rates-End.
              EXIT.

      *> 差異を確認して支払を認めた請求 ("carrier ref")
       020-Load-Approvals.
              OPEN INPUT FREIGHT-APPROVALS.
              IF Approval-Status NOT = "00" THEN
                     IF Approval-Status = "05" THEN
                            CLOSE FREIGHT-APPROVALS
                     END-IF
                     GO TO 020-Load-Approvals-End
              END-IF.
       021-Read-Approval.
              READ FREIGHT-APPROVALS
                     AT END
                         CLOSE FREIGHT-APPROVALS
                         GO TO 020-Load-Approvals-End
              END-READ.
              IF FREIGHT-APPROVALS-RECORD = SPACE
              OR FREIGHT-APPROVALS-RECORD(1:1) = "*" THEN
                     GO TO 021-Read-Approval
              END-IF.
              MOVE SPACE TO ap-car-tok ap-ref-tok.
              UNSTRING FREIGHT-APPROVALS-RECORD DELIMITED BY ALL " "
                     INTO ap-car-tok ap-ref-tok.
              IF ap-ref-tok = SPACE THEN
                     DISPLAY "WARNING: BAD APPROVAL LINE SKIPPED: "
                            TRIM(FREIGHT-APPROVALS-RECORD)
                     GO TO 021-Read-Approval
              END-IF.
              IF AP-Count >= 500 THEN
                     DISPLAY "WARNING: FREIGHT-APPROVALS EXCEEDS 500"
                            " LINES, EXTRA LINES IGNORED"
                     GO TO 021-Read-Approval
              END-IF.
              ADD 1 TO AP-Count.
              MOVE ap-car-tok TO ap-carrier(AP-Count).
              MOVE ap-ref-tok TO ap-ref(AP-Count).
              GO TO 021-Read-Approval.
       020-Load-Approvals-End.
              EXIT.

      *> 運送会社の請求明細 ("carrier manifest-ref billed-amount")。
      *> 同じファイル内で同じ出荷が二度出たら後の行を二重請求とする
       030-Load-Bills.
              OPEN INPUT CARRIER-INVOICE.
              IF Invoice-Status NOT = "00" THEN
                     IF Invoice-Status = "05" THEN
                            CLOSE CARRIER-INVOICE
                     END-IF
                     GO TO 030-Load-Bills-End
              END-IF.
       031-Read-Bill.
              READ CARRIER-INVOICE
                     AT END
                         CLOSE CARRIER-INVOICE
                         GO TO 030-Load-Bills-End
              END-READ.
              IF CARRIER-INVOICE-RECORD = SPACE
              OR CARRIER-INVOICE-RECORD(1:1) = "*" THEN
                     GO TO 031-Read-Bill
              END-IF.
              ADD 1 TO Audit-Read.
              MOVE SPACE TO ci-car-tok ci-ref-tok ci-amt-tok.
              UNSTRING CARRIER-INVOICE-RECORD DELIMITED BY ALL " "
                     INTO ci-car-tok ci-ref-tok ci-amt-tok.
              IF ci-amt-tok = SPACE
              OR TEST-NUMVAL(TRIM(ci-amt-tok)) NOT = 0 THEN
                     ADD 1 TO Audit-Bad
                     STRING "  BAD LINE: " DELIMITED BY SIZE
                            TRIM(CARRIER-INVOICE-RECORD)
                                   DELIMITED BY SIZE
                            INTO Rpt-Line
                     END-STRING
                     PERFORM Write-Report-Line
                     GO TO 031-Read-Bill
              END-IF.
              IF CI-Count >= 2000 THEN
                     DISPLAY "ERROR: CARRIER-INVOICE EXCEEDS 2000"
                            " LINES, SPLIT THE BILL"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO CI-Count.
              MOVE ci-car-tok TO ci-carrier(CI-Count).
              MOVE ci-ref-tok TO ci-ref(CI-Count).
              MOVE NUMVAL(TRIM(ci-amt-tok)) TO ci-billed(CI-Count).
              MOVE "N" TO ci-dup(CI-Count) ci-paid(CI-Count)
                     ci-found(CI-Count).
              MOVE 0 TO ci-date(CI-Count) ci-weight(CI-Count)
                     ci-quoted(CI-Count) ci-expected(CI-Count).
              MOVE SPACE TO ci-result(CI-Count).
              PERFORM VARYING CI-Jdx FROM 1 BY 1
                     UNTIL CI-Jdx >= CI-Count
                     IF ci-carrier(CI-Jdx) = ci-carrier(CI-Count)
                     AND ci-ref(CI-Jdx) = ci-ref(CI-Count) THEN
                            MOVE "Y" TO ci-dup(CI-Count)
                     END-IF
              END-PERFORM.
              GO TO 031-Read-Bill.
       030-Load-Bills-End.
              EXIT.

      *> 出荷記録 (MANIFEST-LOG) を流して請求明細へ出荷日・重量・
      *> 見積運賃を付ける。同じ参照の再出力は後の行を使う
       040-Match-Manifests.
              OPEN INPUT MANIFEST-LOG.
              IF Manifest-Log-Status NOT = "00" THEN
                     IF Manifest-Log-Status = "05" THEN
                            CLOSE MANIFEST-LOG
                     END-IF
                     GO TO 040-Match-Manifests-End
              END-IF.
       041-Read-Manifest.
              READ MANIFEST-LOG
                     AT END
                         CLOSE MANIFEST-LOG
                         GO TO 040-Match-Manifests-End
              END-READ.
              PERFORM VARYING CI-Idx FROM 1 BY 1 UNTIL CI-Idx > CI-Count
                     IF ci-carrier(CI-Idx) = ML-CARRIER
                     AND ci-ref(CI-Idx) = ML-REF THEN
                            MOVE "Y" TO ci-found(CI-Idx)
                            MOVE ML-DATE TO ci-date(CI-Idx)
                            MOVE ML-WEIGHT TO ci-weight(CI-Idx)
                            MOVE ML-QUOTED TO ci-quoted(CI-Idx)
                     END-IF
              END-PERFORM.
              GO TO 041-Read-Manifest.
       040-Match-Manifests-End.
              EXIT.

      *> 前回までに支払済みの出荷
       050-Match-Paid.
              OPEN INPUT FREIGHT-PAID.
              IF Paid-Status NOT = "00" THEN
                     IF Paid-Status = "05" THEN
                            CLOSE FREIGHT-PAID
                     END-IF
                     GO TO 050-Match-Paid-End
              END-IF.
       051-Read-Paid.
              READ FREIGHT-PAID
                     AT END
                         CLOSE FREIGHT-PAID
                         GO TO 050-Match-Paid-End
              END-READ.
              PERFORM VARYING CI-Idx FROM 1 BY 1 UNTIL CI-Idx > CI-Count
                     IF ci-carrier(CI-Idx) = FP-CARRIER
                     AND ci-ref(CI-Idx) = FP-REF THEN
                            MOVE "Y" TO ci-paid(CI-Idx)
                     END-IF
              END-PERFORM.
              GO TO 051-Read-Paid.
       050-Match-Paid-End.
              EXIT.

      *> 請求明細1行の判定: 二重請求 → 出荷記録なし → 出荷日の
      *> 料金で再計算して過大請求。差異は承認済みなら支払へ回す。
      *> 二重請求と出荷記録なしは承認があっても支払わない
       100-Audit-Bill.
              PERFORM 110-Find-Carrier-Summary.
              ADD 1 TO cs-lines(CS-Found).
              ADD ci-billed(CI-Idx) TO cs-billed(CS-Found).
              ADD ci-billed(CI-Idx) TO Audit-Billed.
              IF ci-dup(CI-Idx) = "Y" OR ci-paid(CI-Idx) = "Y" THEN
                     MOVE "BILLED TWICE" TO ci-result(CI-Idx)
                     ADD 1 TO cs-dup-cnt(CS-Found)
                     ADD ci-billed(CI-Idx) TO cs-dup-amt(CS-Found)
                     GO TO 180-Dispute-Bill
              END-IF.
              IF ci-found(CI-Idx) NOT = "Y" THEN
                     MOVE "NOT ON MANIFEST" TO ci-result(CI-Idx)
                     ADD 1 TO cs-nman-cnt(CS-Found)
                     ADD ci-billed(CI-Idx) TO cs-nman-amt(CS-Found)
                     GO TO 180-Dispute-Bill
              END-IF.
              PERFORM 150-Rate-Shipment.
              PERFORM 120-Find-Approval.
              IF car-found = 0 THEN
                     IF AP-Found > 0 THEN
                            MOVE "APPROVED" TO ci-result(CI-Idx)
                            GO TO 170-Release-Bill
                     END-IF
                     MOVE "NO RATE IN FORCE" TO ci-result(CI-Idx)
                     ADD 1 TO cs-nrate-cnt(CS-Found)
                     GO TO 180-Dispute-Bill
              END-IF.
              IF ci-billed(CI-Idx) > ci-expected(CI-Idx) THEN
                     IF AP-Found > 0 THEN
                            MOVE "APPROVED" TO ci-result(CI-Idx)
                            GO TO 170-Release-Bill
                     END-IF
                     MOVE "OVERCHARGE" TO ci-result(CI-Idx)
                     ADD 1 TO cs-over-cnt(CS-Found)
                     COMPUTE Audit-Excess = ci-billed(CI-Idx)
                            - ci-expected(CI-Idx)
                     ADD Audit-Excess TO cs-over-amt(CS-Found)
                     GO TO 180-Dispute-Bill
              END-IF.
              MOVE "MATCHED" TO ci-result(CI-Idx).
       170-Release-Bill.
              ADD 1 TO Audit-Released.
              ADD ci-billed(CI-Idx) TO Audit-Rel-Amt.
              ADD 1 TO cs-rel-cnt(CS-Found).
              ADD ci-billed(CI-Idx) TO cs-rel-amt(CS-Found).
              MOVE SPACE TO FREIGHT-RELEASED-RECORD.
              MOVE ci-carrier(CI-Idx) TO FR-CARRIER.
              MOVE ci-ref(CI-Idx) TO FR-REF.
              MOVE ci-billed(CI-Idx) TO FR-AMOUNT.
              MOVE ci-result(CI-Idx) TO FR-STATUS.
              WRITE FREIGHT-RELEASED-RECORD.
              MOVE SPACE TO FREIGHT-PAID-RECORD.
              MOVE ci-carrier(CI-Idx) TO FP-CARRIER.
              MOVE ci-ref(CI-Idx) TO FP-REF.
              MOVE ci-billed(CI-Idx) TO FP-AMOUNT.
              MOVE Audit-Date TO FP-DATE.
              WRITE FREIGHT-PAID-RECORD.
              IF ci-result(CI-Idx) = "APPROVED" THEN
                     PERFORM 190-Report-Bill
              END-IF.
              GO TO 100-Audit-Bill-End.
       180-Dispute-Bill.
              ADD 1 TO Audit-Disputed.
              MOVE SPACE TO FREIGHT-DISPUTES-RECORD.
              MOVE ci-carrier(CI-Idx) TO DP-CARRIER.
              MOVE ci-ref(CI-Idx) TO DP-REF.
              MOVE ci-billed(CI-Idx) TO DP-BILLED.
              MOVE ci-expected(CI-Idx) TO DP-EXPECTED.
              MOVE ci-result(CI-Idx) TO DP-REASON.
              WRITE FREIGHT-DISPUTES-RECORD.
              PERFORM 190-Report-Bill.
       100-Audit-Bill-End.
              EXIT.

       110-Find-Carrier-Summary.
              MOVE 0 TO CS-Found.
              PERFORM VARYING CS-Idx FROM 1 BY 1 UNTIL CS-Idx > CS-Count
                     IF cs-code(CS-Idx) = ci-carrier(CI-Idx) THEN
                            MOVE CS-Idx TO CS-Found
                     END-IF
              END-PERFORM.
              IF CS-Found = 0 THEN
                     IF CS-Count >= 20 THEN
                            DISPLAY "WARNING: MORE THAN 20 CARRIERS,"
                                   " SUMMARY ENTRY REUSED"
                            MOVE CS-Count TO CS-Found
                     ELSE
                            ADD 1 TO CS-Count
                            MOVE CS-Count TO CS-Found
                            INITIALIZE CS-Table(CS-Found)
                            MOVE ci-carrier(CI-Idx)
                                   TO cs-code(CS-Found)
                     END-IF
              END-IF.

       120-Find-Approval.
              MOVE 0 TO AP-Found.
              PERFORM VARYING AP-Idx FROM 1 BY 1 UNTIL AP-Idx > AP-Count
                     IF ap-carrier(AP-Idx) = ci-carrier(CI-Idx)
                     AND ap-ref(AP-Idx) = ci-ref(CI-Idx) THEN
                            MOVE AP-Idx TO AP-Found
                     END-IF
              END-PERFORM.

      *> 出荷日に有効な料金: 容積重量を覆う最も狭いブラケット、
      *> 同じブラケットは適用開始日の新しい方 (SantaFuku と同じ規則)
       150-Rate-Shipment.
              MOVE 0 TO car-found.
              PERFORM VARYING car-idx FROM 1 BY 1
                     UNTIL car-idx > car-count
                     IF car-code(car-idx) = ci-carrier(CI-Idx)
                     AND car-from(car-idx) <= ci-date(CI-Idx)
                     AND car-limit(car-idx) >= ci-weight(CI-Idx) THEN
                            IF car-found = 0 THEN
                                   MOVE car-idx TO car-found
                            ELSE
                                   MOVE car-limit(car-found)
                                          TO Rate-Limit
                                   MOVE car-from(car-found)
                                          TO Rate-From
                                   IF car-limit(car-idx) < Rate-Limit
                                   OR (car-limit(car-idx) = Rate-Limit
                                   AND car-from(car-idx) > Rate-From)
                                   THEN
                                          MOVE car-idx TO car-found
                                   END-IF
                            END-IF
                     END-IF
              END-PERFORM.
              IF car-found > 0 THEN
                     MOVE car-rate(car-found) TO ci-expected(CI-Idx)
              END-IF.

       190-Report-Bill.
              MOVE ci-billed(CI-Idx) TO Aud-Amt-Z.
              MOVE ci-expected(CI-Idx) TO Aud-Exp-Z.
              MOVE ci-weight(CI-Idx) TO Aud-Wt-Z.
              STRING "  " DELIMITED BY SIZE
                     ci-carrier(CI-Idx) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     ci-ref(CI-Idx) DELIMITED BY SIZE
                     " BILLED " DELIMITED BY SIZE
                     Aud-Amt-Z DELIMITED BY SIZE
                     " RATED " DELIMITED BY SIZE
                     Aud-Exp-Z DELIMITED BY SIZE
                     " WT " DELIMITED BY SIZE
                     Aud-Wt-Z DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     ci-result(CI-Idx) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.

       300-Carrier-Summary.
              STRING "DISPUTE SUMMARY BY CARRIER:" DELIMITED BY SIZE
                     INTO Rpt-Line.
              PERFORM Write-Report-Line.
              PERFORM VARYING CS-Idx FROM 1 BY 1 UNTIL CS-Idx > CS-Count
                     MOVE cs-lines(CS-Idx) TO Aud-Cnt-Z
                     MOVE cs-billed(CS-Idx) TO Aud-Tot-Z
                     STRING "  " DELIMITED BY SIZE
                            cs-code(CS-Idx) DELIMITED BY SIZE
                            " LINES " DELIMITED BY SIZE
                            TRIM(Aud-Cnt-Z) DELIMITED BY SIZE
                            " BILLED " DELIMITED BY SIZE
                            TRIM(Aud-Tot-Z) DELIMITED BY SIZE
                            INTO Rpt-Line
                     END-STRING
                     PERFORM Write-Report-Line
                     MOVE cs-rel-cnt(CS-Idx) TO Aud-Cnt-Z
                     MOVE cs-rel-amt(CS-Idx) TO Aud-Tot-Z
                     STRING "    RELEASED " DELIMITED BY SIZE
                            TRIM(Aud-Cnt-Z) DELIMITED BY SIZE
                            " AMOUNT " DELIMITED BY SIZE
                            TRIM(Aud-Tot-Z) DELIMITED BY SIZE
                            INTO Rpt-Line
                     END-STRING
                     PERFORM Write-Report-Line
                     MOVE cs-over-cnt(CS-Idx) TO Aud-Cnt-Z
                     MOVE cs-over-amt(CS-Idx) TO Aud-Tot-Z
                     STRING "    OVERCHARGED " DELIMITED BY SIZE
                            TRIM(Aud-Cnt-Z) DELIMITED BY SIZE
                            " EXCESS " DELIMITED BY SIZE
                            TRIM(Aud-Tot-Z) DELIMITED BY SIZE
                            INTO Rpt-Line
                     END-STRING
                     PERFORM Write-Report-Line
                     MOVE cs-dup-cnt(CS-Idx) TO Aud-Cnt-Z
                     MOVE cs-dup-amt(CS-Idx) TO Aud-Tot-Z
                     STRING "    BILLED TWICE " DELIMITED BY SIZE
                            TRIM(Aud-Cnt-Z) DELIMITED BY SIZE
                            " AMOUNT " DELIMITED BY SIZE
                            TRIM(Aud-Tot-Z) DELIMITED BY SIZE
                            INTO Rpt-Line
                     END-STRING
                     PERFORM Write-Report-Line
                     MOVE cs-nman-cnt(CS-Idx) TO Aud-Cnt-Z
                     MOVE cs-nman-amt(CS-Idx) TO Aud-Tot-Z
                     STRING "    NOT ON MANIFEST " DELIMITED BY SIZE
                            TRIM(Aud-Cnt-Z) DELIMITED BY SIZE
                            " AMOUNT " DELIMITED BY SIZE
                            TRIM(Aud-Tot-Z) DELIMITED BY SIZE
                            INTO Rpt-Line
                     END-STRING
                     PERFORM Write-Report-Line
                     IF cs-nrate-cnt(CS-Idx) > 0 THEN
                            MOVE cs-nrate-cnt(CS-Idx) TO Aud-Cnt-Z
                            STRING "    NO RATE IN FORCE "
                                   DELIMITED BY SIZE
                                   TRIM(Aud-Cnt-Z) DELIMITED BY SIZE
                                   INTO Rpt-Line
                            END-STRING
                            PERFORM Write-Report-Line
                     END-IF
              END-PERFORM.

       310-Totals.
              MOVE Audit-Read TO Aud-Cnt-Z.
              STRING "BILL LINES READ: " DELIMITED BY SIZE
                     TRIM(Aud-Cnt-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              MOVE Audit-Billed TO Aud-Tot-Z.
              STRING "AMOUNT BILLED: " DELIMITED BY SIZE
                     TRIM(Aud-Tot-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              MOVE Audit-Released TO Aud-Cnt-Z.
              MOVE Audit-Rel-Amt TO Aud-Tot-Z.
              STRING "RELEASED FOR PAYMENT: " DELIMITED BY SIZE
                     TRIM(Aud-Cnt-Z) DELIMITED BY SIZE
                     " AMOUNT " DELIMITED BY SIZE
                     TRIM(Aud-Tot-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              MOVE Audit-Disputed TO Aud-Cnt-Z.
              STRING "DISPUTED: " DELIMITED BY SIZE
                     TRIM(Aud-Cnt-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              MOVE Audit-Bad TO Aud-Cnt-Z.
              STRING "UNREADABLE LINES: " DELIMITED BY SIZE
                     TRIM(Aud-Cnt-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.

       COPY REPORTPD.
       COPY RUNHISTPD.
       END PROGRAM MAIN.
