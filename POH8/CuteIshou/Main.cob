                     ASSIGN TO "SUPPLIER-HISTORY"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Supplier-Status.
       COPY INSPRESSL.
       COPY RUNHISTSL.
       COPY DAILYTOTSL.
       COPY ERRLOGSL.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECKS-IN.
              01 CHECKS-IN-RECORD PIC X(30).
       FD  CHECKS-REJECTS.
              01 CHECKS-REJECTS-RECORD.
                     05 CR-LINE     PIC 9(6).
                     05 FILLER      PIC X.
                     05 CR-SUPPLIER PIC X(10).
                     05 FILLER      PIC X.
                     05 CR-RECORD   PIC X(30).
       FD  CHECKS-REWORK.
              01 CHECKS-REWORK-RECORD PIC X(30).
       FD  SUPPLIER-HISTORY.
              01 SUPPLIER-HISTORY-RECORD.
                     05 SH-CODE PIC X(10).
                     05 CT-OK PIC 9(10).
                     05 FILLER PIC X.
                     05 CT-NG PIC 9(10).
       COPY INSPRESFD.
       COPY RUNHISTFD.
       COPY DAILYTOTFD.
       COPY ERRLOGFD.
                     10 sp-rej  PIC 9(8).
                     10 sp-rwk  PIC 9(8).
              05 sp-mode  PIC X.
       01 Insp-Results-Status PIC XX.
      *> 受入検査: 発注番号付きの検査行を発注ごとに合否集計する
       01 Po-Check-Values.
              05 Check-Po    PIC 9(6) VALUE 0.
              05 ck-tok-1    PIC X(10).
              05 ck-tok-2    PIC X(10).
              05 ck-tok-3    PIC X(10).
              05 ck-tok-4    PIC X(10).
              05 ck-tok-5    PIC X(10).
              05 ck-count    PIC 9 VALUE 0.
              05 IP-Count PIC 9(3) VALUE 0.
              05 IP-Idx   PIC 9(3).
              05 IP-Found PIC 9(3).
              05 IP-Table OCCURS 200 TIMES.
                     10 ip-po   PIC 9(6).
                     10 ip-supp PIC X(10).
                     10 ip-acc  PIC 9(7).
                     10 ip-rej  PIC 9(7).
              05 ip-today PIC 9(8).
       01 ANSWER-VALUES.
              05 INT-N   PIC 999.
              05 INT-M   PIC 999.
              05 STR-NM  PIC X(30).
              05 VALID-INPUT PIC 9 VALUE IS 1.
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
                            MOVE "R" TO sp-mode
                            PERFORM 045-Tally-Supplier
                                   THRU 045-Tally-Supplier-End
                            PERFORM 047-Tally-Po THRU 047-Tally-Po-End
                     ELSE
                            DISPLAY "ok"
                            ADD 1 TO Batch-OK-Count
                            MOVE "A" TO sp-mode
                            PERFORM 045-Tally-Supplier
                                   THRU 045-Tally-Supplier-End
                            PERFORM 047-Tally-Po THRU 047-Tally-Po-End
                     END-IF
              END-IF.
              GO TO 020-Read-Pair.
              PERFORM 060-Save-Day-Totals.
              PERFORM 100-Merge-Supplier-History
                     THRU 100-Merge-Supplier-History-End.
              PERFORM 130-Write-Inspection-Results
                     THRU 130-Write-Inspection-Results-End.
              MOVE Batch-Count TO Run-Hist-Read.
              MOVE Batch-OK-Count TO Run-Hist-Total.
              PERFORM Write-Run-History.
              PERFORM Write-Run-History.
              STOP RUN.
      *> 検査行は "N M" か "N M SUPPLIER"。第3トークンは仕入先
      *> 受入検査の行は "N M SUPPLIER PO" で第4トークンが発注番号
       010-Check-Pair.
              MOVE STR-NM TO Parse2-Line.
              PERFORM Parse-Two-Fields.
              IF Parse2-Field-Count = 3 THEN
                     MOVE Parse2-Field-3 TO Supplier-Code
              END-IF.
              MOVE 0 TO Check-Po ck-count.
              MOVE SPACE TO ck-tok-1 ck-tok-2 ck-tok-3 ck-tok-4
                     ck-tok-5.
              UNSTRING STR-NM DELIMITED BY ALL " "
                     INTO ck-tok-1 ck-tok-2 ck-tok-3 ck-tok-4 ck-tok-5
                     TALLYING IN ck-count
              END-UNSTRING.
              IF ck-count > 4 THEN
                     MOVE 0 TO VALID-INPUT
              END-IF.
              IF ck-count = 4 THEN
                     IF TRIM(ck-tok-4) IS NUMERIC THEN
                            MOVE NUMVAL(TRIM(ck-tok-4)) TO Check-Po
                     ELSE
                            MOVE 0 TO VALID-INPUT
                     END-IF
              END-IF.

              IF Parse2-Field-Count < 2
              OR Parse2-Field-Count > 3 THEN
       045-Tally-Supplier-End.
              EXIT.

      *> 発注番号付きの検査行を発注ごとに合格/不合格で数える
       047-Tally-Po.
              IF Check-Po = 0 THEN
                     GO TO 047-Tally-Po-End
              END-IF.
              MOVE 0 TO IP-Found.
              PERFORM VARYING IP-Idx FROM 1 BY 1
              UNTIL IP-Idx > IP-Count OR IP-Found > 0
                     IF ip-po(IP-Idx) = Check-Po
                     AND ip-supp(IP-Idx) = Supplier-Code THEN
                            MOVE IP-Idx TO IP-Found
                     END-IF
              END-PERFORM.
              IF IP-Found = 0 THEN
                     IF IP-Count >= 200 THEN
                            DISPLAY "ERROR: MORE THAN 200 PURCHASE"
                                   " ORDERS IN ONE INSPECTION BATCH"
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                     END-IF
                     ADD 1 TO IP-Count
                     MOVE IP-Count TO IP-Found
                     MOVE Check-Po TO ip-po(IP-Found)
                     MOVE Supplier-Code TO ip-supp(IP-Found)
                     MOVE 0 TO ip-acc(IP-Found)
                     MOVE 0 TO ip-rej(IP-Found)
              END-IF.
              IF sp-mode = "A" THEN
                     ADD 1 TO ip-acc(IP-Found)
              ELSE
                     ADD 1 TO ip-rej(IP-Found)
              END-IF.
       047-Tally-Po-End.
              EXIT.

      *> 発注ごとの検査結果を Purchasing の INSPECTED 用に追記する
       130-Write-Inspection-Results.
              IF IP-Count = 0 THEN
                     GO TO 130-Write-Inspection-Results-End
              END-IF.
              ACCEPT ip-today FROM DATE YYYYMMDD.
              OPEN EXTEND INSPECTION-RESULTS.
              PERFORM VARYING IP-Idx FROM 1 BY 1
              UNTIL IP-Idx > IP-Count
                     MOVE SPACE TO INSPECTION-RESULTS-RECORD
                     MOVE ip-po(IP-Idx) TO IR-PO
                     MOVE ip-supp(IP-Idx) TO IR-SUPP
                     MOVE ip-acc(IP-Idx) TO IR-ACC
                     MOVE ip-rej(IP-Idx) TO IR-REJ
                     MOVE ip-today TO IR-DATE
                     WRITE INSPECTION-RESULTS-RECORD
              END-PERFORM.
              CLOSE INSPECTION-RESULTS.
              DISPLAY "PURCHASE ORDERS INSPECTED: " IP-Count.
       130-Write-Inspection-Results-End.
              EXIT.

      *> 今回の仕入先集計を累積履歴へ合算して書き戻す
       100-Merge-Supplier-History.
              IF SP-Count = 0 THEN
