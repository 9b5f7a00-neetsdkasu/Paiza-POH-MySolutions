       WORKING-STORAGE SECTION.
       COPY RUNHISTWS.
       COPY ERRLOGWS.
       COPY DIEWALKWS.
              01 Die-Master-Status PIC XX.
              01 Die-Table-Values.
                     05 use-line   PIC X(1000).
                     05 use-ver    PIC 9(3) VALUE 0.
                     05 use-ver-z  PIC ZZ9.
                     05 use-mode   PIC X VALUE "I".
                     05 use-eff    PIC X(20).
                     05 use-run-date PIC 9(8).
                     05 dm-id      PIC X(12).
                     05 dm-ver-tok PIC X(10).
                     05 dm-eff-tok PIC X(20).
                     05 dm-from    PIC 9(8).
                     05 dm-to      PIC 9(8).
                     05 dm-in-effect PIC X.
                     05 dm-st-tok  PIC X(10).
                     05 dm-n-tok   PIC X(10).
                     05 dm-ver     PIC 9(3).
                            TRIM(use-id) DELIMITED BY SIZE
                            " VERSION " DELIMITED BY SIZE
                            TRIM(use-ver-z) DELIMITED BY SIZE
                            " EFFECTIVE " DELIMITED BY SIZE
                            TRIM(use-eff) DELIMITED BY SIZE
                            INTO DIAG-LOG-RECORD
                     END-STRING
              ELSE
                     THRU 302-All-Active-Loaded.
              IF ct-count = 0 THEN
                     DISPLAY "KIR-004 ERROR: NO ACTIVE TABLES ON"
                            " DIE-MASTER EFFECTIVE ON " use-run-date
                     MOVE "KIR-004" TO Err-Code
                     MOVE "E" TO Err-Severity
                     MOVE "DIE-TABLE ID NOT ACTIVE ON MASTER"
              PERFORM Write-Run-History.
              STOP RUN.

      *> マスタから各表IDの、実行日に有効な最新 ACTIVE 版を全部拾う
       300-Load-All-Active.
              ACCEPT use-run-date FROM DATE YYYYMMDD.
              OPEN INPUT DIE-MASTER.
              IF Die-Master-Status NOT = "00" THEN
                     DISPLAY "KIR-003 ERROR: DIE-MASTER NOT"
                          dm-n-tok
                     WITH POINTER dm-ptr
              END-UNSTRING.
              PERFORM 011-Check-Effective.
              IF TRIM(dm-st-tok) NOT = "ACTIVE"
              OR dm-in-effect = "N"
              OR TRIM(dm-ver-tok) IS NOT NUMERIC
              OR TRIM(dm-n-tok) IS NOT NUMERIC THEN
                     GO TO 301-Read-Active
              EXIT.

      *> 1つの表に全クエリを流す (到達判定は本番と同じ歩行)
      *> 歩行は DieApprove の回帰再生と共通の Walk-One-Query
       310-Run-Queries-One-Table.
              MOVE ct-n(ct-idx) TO n Walk-N.
              PERFORM WITH TEST AFTER VARYING j
                      FROM 1 BY 1 UNTIL j = n
                     MOVE ct-cells(ct-idx, j) TO Walk-Cells(j)
              END-PERFORM.
              MOVE 0 TO ct-yes(ct-idx).
              MOVE 0 TO ct-jsum(ct-idx).
              PERFORM WITH TEST AFTER VARYING ct-q
                      FROM 1 BY 1 UNTIL ct-q = ct-m
                     MOVE q_d(ct-q) TO Walk-D
                     PERFORM Walk-One-Query
                     MOVE Walk-Ok TO ct-ok(ct-idx, ct-q)
                     MOVE Walk-Jumps TO ct-jumps
                     IF ct-ok(ct-idx, ct-q) = "Y" THEN
                            ADD 1 TO ct-yes(ct-idx)
                            ADD ct-jumps TO ct-jsum(ct-idx)
       005-Load-Die-Input-End.
              EXIT.

      *> マスタから実行日に有効な最新の ACTIVE 版を取り出して
      *> n と t_str を得る
       006-Load-Die-Master.
              MOVE 0 TO use-ver.
              ACCEPT use-run-date FROM DATE YYYYMMDD.
              OPEN INPUT DIE-MASTER.
              IF Die-Master-Status NOT = "00" THEN
                     DISPLAY "KIR-003 ERROR: DIE-MASTER NOT"
              IF TRIM(dm-ver-tok) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(dm-ver-tok)) TO dm-ver
              END-IF.
              PERFORM 011-Check-Effective.
              IF TRIM(dm-id) = TRIM(use-id)
              AND TRIM(dm-st-tok) = "ACTIVE"
              AND dm-in-effect = "Y"
              AND dm-ver > use-ver THEN
                     IF NUMVAL(TRIM(dm-n-tok)) > 100 THEN
                            DISPLAY "KIR-005 ERROR: DIE TABLE"
                            STOP RUN
                     END-IF
                     MOVE dm-ver TO use-ver
                     MOVE dm-eff-tok TO use-eff
                     MOVE NUMVAL(TRIM(dm-n-tok)) TO n
                     MOVE DIE-MASTER-RECORD(dm-ptr:) TO t_str
              END-IF.
              CLOSE DIE-MASTER.
              IF use-ver = 0 THEN
                     DISPLAY "KIR-004 ERROR: TABLE " TRIM(use-id)
                            " HAS NO ACTIVE VERSION EFFECTIVE ON "
                            use-run-date
                     MOVE "KIR-004" TO Err-Code
                     MOVE "E" TO Err-Severity
                     MOVE "DIE-TABLE ID NOT ACTIVE ON MASTER"
       006-Load-Die-Master-End.
              EXIT.

      *> 有効期間 EFFDATE は YYYYMMDD (開始のみ) か YYYYMMDD-YYYYMMDD
      *> (開始-終了、両端を含む)。日付でない旧形式は常に有効とみなす
       011-Check-Effective.
              MOVE "Y" TO dm-in-effect.
              MOVE 0 TO dm-from dm-to.
              IF dm-eff-tok(1:8) IS NUMERIC THEN
                     MOVE dm-eff-tok(1:8) TO dm-from
              END-IF.
              IF dm-eff-tok(9:1) = "-"
              AND dm-eff-tok(10:8) IS NUMERIC THEN
                     MOVE dm-eff-tok(10:8) TO dm-to
              END-IF.
              IF dm-from > use-run-date THEN
                     MOVE "N" TO dm-in-effect
              END-IF.
              IF dm-to > 0 AND dm-to < use-run-date THEN
                     MOVE "N" TO dm-in-effect
              END-IF.

       001-Validate-Die-Table.
              PERFORM WITH TEST AFTER VARYING i FROM 1 BY 1 UNTIL i = n
                     IF t(i) < 0 OR t(i) > 99 THEN
                     END-IF
              END-PERFORM.

       COPY DIEWALKPD.
       COPY RUNHISTPD.
       COPY ERRLOGPD.
       END PROGRAM Answer.
