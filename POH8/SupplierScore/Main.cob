                     ASSIGN TO "SUPPLIER-HISTORY"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Supplier-Status.
       COPY SUPPMSTSL.
       COPY SIGNONSL.
       COPY CONFIGSL.
       DATA DIVISION.
       FILE SECTION.
                     05 SH-REJ  PIC 9(8).
                     05 FILLER  PIC X.
                     05 SH-RWK  PIC 9(8).
       COPY SUPPMSTFD.
       COPY SIGNONFD.
       COPY CONFIGFD.
       WORKING-STORAGE SECTION.
       COPY SUPPMSTWS.
       COPY SIGNONWS.
       COPY CONFIGWS.
       01 Supplier-Status PIC XX.
       01 Supp-Master-Status PIC XX.
       01 Part-Supp-Status PIC XX.
       01 Supp-Quality-Status PIC XX.
       01 Score-Table-Values.
              05 SC-Count PIC 9(3) VALUE 0.
              05 SC-Idx   PIC 9(3).
                     10 sc-rwk  PIC 9(8).
                     10 sc-rate PIC 9(3)V9(2).
                     10 sc-seen PIC X.
                     10 sc-rwk-rate PIC 9(3)V9(2).
                     10 sc-quality  PIC X(9).
       01 Score-Values.
              05 Fail-Limit PIC 9(3) VALUE 10.
              05 sc-total   PIC 9(9).
              05 sc-rate-z  PIC ZZ9.99.
              05 sc-z       PIC Z(7)9.
              05 sc-rank-z  PIC ZZ9.
      *> 品質区分の判定基準 (CONFIG-MASTER で変更可)
       01 Quality-Values.
              05 Prob-Rej-Limit  PIC 9(3)V9(2) VALUE 5.
              05 Block-Rej-Limit PIC 9(3)V9(2) VALUE 10.
              05 Prob-Rwk-Limit  PIC 9(3)V9(2) VALUE 10.
              05 Block-Rwk-Limit PIC 9(3)V9(2) VALUE 25.
              05 Min-Checks      PIC 9(8) VALUE 20.
              05 qa-old      PIC X(9).
              05 qa-new      PIC X(9).
              05 qa-today    PIC 9(8).
              05 qa-changed  PIC 9(3) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO Fail-Limit
              END-IF.
              MOVE "SUPPLIER-PROBATION-REJ-PCT" TO Config-Param-Name.
              MOVE "5" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO Prob-Rej-Limit
              END-IF.
              MOVE "SUPPLIER-BLOCKED-REJ-PCT" TO Config-Param-Name.
              MOVE "10" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO Block-Rej-Limit
              END-IF.
              MOVE "SUPPLIER-PROBATION-RWK-PCT" TO Config-Param-Name.
              MOVE "10" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO Prob-Rwk-Limit
              END-IF.
              MOVE "SUPPLIER-BLOCKED-RWK-PCT" TO Config-Param-Name.
              MOVE "25" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO Block-Rwk-Limit
              END-IF.
              MOVE "SUPPLIER-MIN-CHECKS" TO Config-Param-Name.
              MOVE "20" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO Min-Checks
              END-IF.
              MOVE "SUPPLSCORE" TO Audit-Program.
              MOVE "BATCH" TO Operator-Id.
              MOVE "NIGHTLY" TO Reason-Code.
              ACCEPT qa-today FROM DATE YYYYMMDD.
              PERFORM Load-Supplier-Master
                     THRU Load-Supplier-Master-End.
              PERFORM 010-Load-History THRU 012-History-Loaded.
              IF SC-Count = 0 THEN
                     DISPLAY "SUPPLIER-HISTORY IS EMPTY OR ABSENT,"
                            MOVE 0 TO sc-rate(SC-Idx)
                     END-IF
                     MOVE "N" TO sc-seen(SC-Idx)
                     PERFORM 040-Derive-Quality
                            THRU 040-Derive-Quality-End
              END-PERFORM.
              PERFORM Save-Supplier-Quality.
              IF qa-changed > 0 THEN
                     DISPLAY "QUALITY STATUS CHANGES: " qa-changed
              END-IF.
              DISPLAY "SUPPLIER SCORECARD (WORST FIRST, LIMIT "
                     Fail-Limit " PCT):".
              MOVE 0 TO SC-Rank.
                            sc-code(SC-Best) " FAIL RATE "
                            TRIM(sc-rate-z) " PCT"
              END-IF.
              MOVE sc-rwk-rate(SC-Best) TO sc-rate-z.
              IF sc-quality(SC-Best) NOT = SPACE THEN
                     DISPLAY "     STATUS " TRIM(sc-quality(SC-Best))
                            "  REWORK RATE " TRIM(sc-rate-z) " PCT"
              END-IF.
              MOVE sc-acc(SC-Best) TO sc-z.
              DISPLAY "     ACCEPTED " TRIM(sc-z).
              MOVE sc-rej(SC-Best) TO sc-z.
              MOVE sc-rwk(SC-Best) TO sc-z.
              DISPLAY "     REWORKED " TRIM(sc-z).

      *> 不良率とリワーク率から品質区分を決める。検査件数が
      *> Min-Checks に満たない仕入先は前回の区分のまま。
      *> 区分が変わったら OPERATOR-AUDIT に残す
       040-Derive-Quality.
              MOVE SPACE TO sc-quality(SC-Idx).
              MOVE 0 TO sc-rwk-rate(SC-Idx).
              IF sc-code(SC-Idx) = "(NONE)" THEN
                     GO TO 040-Derive-Quality-End
              END-IF.
              IF sc-total > 0 THEN
                     COMPUTE sc-rwk-rate(SC-Idx) ROUNDED =
                            sc-rwk(SC-Idx) * 100 / sc-total
              END-IF.
              MOVE sc-code(SC-Idx) TO Supp-Code.
              PERFORM Find-Supplier-Quality.
              IF SQ-Found > 0 THEN
                     MOVE sq-t-status(SQ-Found) TO qa-old
              ELSE
                     MOVE "APPROVED" TO qa-old
              END-IF.
              EVALUATE TRUE
                  WHEN sc-total < Min-Checks
                      MOVE qa-old TO qa-new
                  WHEN sc-rate(SC-Idx) > Block-Rej-Limit
                  WHEN sc-rwk-rate(SC-Idx) > Block-Rwk-Limit
                      MOVE "BLOCKED" TO qa-new
                  WHEN sc-rate(SC-Idx) > Prob-Rej-Limit
                  WHEN sc-rwk-rate(SC-Idx) > Prob-Rwk-Limit
                      MOVE "PROBATION" TO qa-new
                  WHEN OTHER
                      MOVE "APPROVED" TO qa-new
              END-EVALUATE.
              MOVE qa-new TO sc-quality(SC-Idx).
              IF SQ-Found = 0 THEN
                     IF SQ-Count >= 300 THEN
                            DISPLAY "ERROR: SUPPLIER-QUALITY EXCEEDS"
                                   " 300 SUPPLIERS"
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                     END-IF
                     ADD 1 TO SQ-Count
                     MOVE SQ-Count TO SQ-Found
                     MOVE sc-code(SC-Idx) TO sq-t-code(SQ-Found)
                     MOVE qa-new TO sq-t-status(SQ-Found)
                     MOVE qa-today TO sq-t-since(SQ-Found)
              END-IF.
              IF qa-new NOT = qa-old THEN
                     MOVE qa-new TO sq-t-status(SQ-Found)
                     MOVE qa-today TO sq-t-since(SQ-Found)
                     ADD 1 TO qa-changed
                     MOVE sc-code(SC-Idx) TO Audit-Field
                     MOVE qa-old TO Audit-Before
                     MOVE qa-new TO Audit-After
                     PERFORM Write-Activity-Audit
                     DISPLAY "SUPPLIER " TRIM(sc-code(SC-Idx))
                            " QUALITY " TRIM(qa-old) " -> "
                            TRIM(qa-new)
              END-IF.
       040-Derive-Quality-End.
              EXIT.

       COPY SUPPMSTPD.
       COPY SIGNONPD.
       COPY CONFIGPD.
       END PROGRAM MAIN.
