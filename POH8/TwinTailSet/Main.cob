                     ASSIGN TO "TTS-FRAMES"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Frames-Status.
              SELECT OPTIONAL TTS-ZONES
                     ASSIGN TO "TTS-ZONES"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Zones-Status.
              SELECT TTS-VIOLATIONS
                     ASSIGN TO "TTS-VIOLATIONS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Violations-Status.
       COPY RUNHISTSL.
       COPY ERRLOGSL.
       COPY MSGCATSL.
              01 TTS-SCRIPT-RECORD PIC X(40).
       FD  TTS-FRAMES.
              01 TTS-FRAMES-RECORD PIC X(120).
      *> 区域定義: "zone-id from to allowed [t-from t-to]"。allowed
      *> は通行可の記号を並べたもの ("-" は進入禁止)、時刻を省くと
      *> 常時有効
       FD  TTS-ZONES.
              01 TTS-ZONES-RECORD PIC X(60).
       FD  TTS-VIOLATIONS.
              01 TTS-VIOLATIONS-RECORD.
                     05 TV-TIME   PIC 9(4).
                     05 FILLER    PIC X.
                     05 TV-SYM    PIC X.
                     05 FILLER    PIC X.
                     05 TV-ZONE   PIC X(8).
                     05 FILLER    PIC X.
                     05 TV-POS    PIC 9(3).
                     05 FILLER    PIC X.
                     05 TV-REASON PIC X(20).
       COPY RUNHISTFD.
       COPY ERRLOGFD.
       COPY MSGCATFD.
              05 MM-POS-Z      PIC ZZ9.
       01 Script-Status PIC XX.
       01 Frames-Status PIC XX.
       01 Zones-Status PIC XX.
       01 Violations-Status PIC XX.
       01 Zone-Values.
              05 ZN-COUNT PIC 9(2) VALUE 0.
              05 ZN-IDX   PIC 9(2).
              05 ZN-TABLE OCCURS 50 TIMES.
                     10 zn-id    PIC X(8).
                     10 zn-from  PIC 9(3).
                     10 zn-to    PIC 9(3).
                     10 zn-allow PIC X(20).
                     10 zn-tfrom PIC 9(4).
                     10 zn-tto   PIC 9(4).
              05 zn-tok-1  PIC X(10).
              05 zn-tok-2  PIC X(10).
              05 zn-tok-3  PIC X(10).
              05 zn-tok-4  PIC X(20).
              05 zn-tok-5  PIC X(10).
              05 zn-tok-6  PIC X(10).
              05 zn-hits   PIC 9(2).
              05 zn-total  PIC 9(5) VALUE 0.
              05 zn-frame-viol PIC 9(3).
              05 zn-fv-idx PIC 9(3).
              05 ZN-FRAME-TABLE OCCURS 100 TIMES.
                     10 zn-fv-sym  PIC X.
                     10 zn-fv-zone PIC 9(2).
                     10 zn-fv-pos  PIC 9(3).
              05 zn-viol-z PIC Z(4)9.
       01 Script-Values.
              05 SC-COUNT PIC 9(3) VALUE 0.
              05 SC-IDX   PIC 9(3).
                     10 mk-sym  PIC X.
                     10 mk-pos  PIC 9(3).
                     10 mk-next PIC 9(3).
                     10 mk-viol PIC 9(5).
       01 ANSWER-VALUES.
              05 INT-S    PIC 9(3).
              05 INT-T    PIC 9(3).
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              PERFORM 360-Load-Zones THRU 362-Zones-Loaded.
              OPEN OUTPUT TTS-FRAMES.
              OPEN OUTPUT TTS-VIOLATIONS.
              MOVE 1 TO SC-IDX.
       310-Next-Time-Step.
              IF SC-IDX > SC-COUNT THEN
              GO TO 310-Next-Time-Step.
       340-Script-Done.
              CLOSE TTS-FRAMES.
              CLOSE TTS-VIOLATIONS.
              MOVE sc-frames TO MM-POS-Z.
              DISPLAY "FRAMES WRITTEN: " TRIM(MM-POS-Z).
              IF ZN-COUNT > 0 THEN
                     PERFORM 380-Violation-Summary
              END-IF.
              MOVE SC-COUNT TO Run-Hist-Read.
              MOVE sc-frames TO Run-Hist-Total.
              PERFORM Write-Run-History.
                     ADD 1 TO MK-COUNT
                     MOVE MK-COUNT TO MK-FOUND
                     MOVE sc-sym(SC-IDX) TO mk-sym(MK-FOUND)
                     MOVE 0 TO mk-viol(MK-FOUND)
              END-IF.
              MOVE sc-pos(SC-IDX) TO mk-pos(MK-FOUND).
       320-Apply-Update-End.
                     STR-R(1:INT-S) DELIMITED BY SIZE
                     INTO TTS-FRAMES-RECORD
              END-STRING.
              MOVE 0 TO zn-frame-viol.
              IF ZN-COUNT > 0 THEN
                     PERFORM WITH TEST BEFORE
                     VARYING MK-IDX FROM 1 BY 1
                     UNTIL MK-IDX > MK-COUNT
                            PERFORM 370-Check-Zones
                     END-PERFORM
              END-IF.
              IF zn-frame-viol > 0 THEN
                     STRING " !ZONE" DELIMITED BY SIZE
                            INTO TTS-FRAMES-RECORD(INT-S + 7:)
                     END-STRING
              END-IF.
              WRITE TTS-FRAMES-RECORD.
              DISPLAY TRIM(TTS-FRAMES-RECORD).
              IF MM-CLASH-CNT > 0 THEN
                     DISPLAY "  COLLISION(S) IN FRAME: "
                            TRIM(MM-POS-Z)
              END-IF.
              PERFORM WITH TEST BEFORE
              VARYING zn-fv-idx FROM 1 BY 1
              UNTIL zn-fv-idx > zn-frame-viol OR zn-fv-idx > 100
                     MOVE zn-fv-pos(zn-fv-idx) TO MM-POS-Z
                     MOVE zn-fv-zone(zn-fv-idx) TO ZN-IDX
                     DISPLAY "  ZONE VIOLATION: "
                            zn-fv-sym(zn-fv-idx) " IN ZONE "
                            TRIM(zn-id(ZN-IDX))
                            " AT POSITION " TRIM(MM-POS-Z)
              END-PERFORM.

      *> 次の時刻の更新を先読みし、適用後に重なる2マーカーを
      *> 実際に衝突する前に警告する
       350-Predict-Collisions-End.
              EXIT.

       360-Load-Zones.
              OPEN INPUT TTS-ZONES.
              IF Zones-Status NOT = "00" THEN
                     IF Zones-Status = "05" THEN
                            CLOSE TTS-ZONES
                     END-IF
                     GO TO 362-Zones-Loaded
              END-IF.
       361-Read-Zone.
              READ TTS-ZONES
                     AT END
                         CLOSE TTS-ZONES
                         GO TO 362-Zones-Loaded
              END-READ.
              IF TTS-ZONES-RECORD = SPACE
              OR TTS-ZONES-RECORD(1:1) = "*"
              OR ZN-COUNT >= 50 THEN
                     GO TO 361-Read-Zone
              END-IF.
              MOVE SPACE TO zn-tok-1 zn-tok-2 zn-tok-3 zn-tok-4
                     zn-tok-5 zn-tok-6.
              UNSTRING TTS-ZONES-RECORD DELIMITED BY ALL " "
                     INTO zn-tok-1 zn-tok-2 zn-tok-3 zn-tok-4
                          zn-tok-5 zn-tok-6.
              IF zn-tok-2 = SPACE OR zn-tok-3 = SPACE
              OR zn-tok-4 = SPACE
              OR TRIM(zn-tok-2) IS NOT NUMERIC
              OR TRIM(zn-tok-3) IS NOT NUMERIC
              OR (zn-tok-5 NOT = SPACE
                  AND TRIM(zn-tok-5) IS NOT NUMERIC)
              OR (zn-tok-6 NOT = SPACE
                  AND TRIM(zn-tok-6) IS NOT NUMERIC) THEN
                     DISPLAY "WARNING: BAD ZONE LINE SKIPPED: "
                            TRIM(TTS-ZONES-RECORD)
                     GO TO 361-Read-Zone
              END-IF.
              ADD 1 TO ZN-COUNT.
              MOVE zn-tok-1 TO zn-id(ZN-COUNT).
              MOVE NUMVAL(TRIM(zn-tok-2)) TO zn-from(ZN-COUNT).
              MOVE NUMVAL(TRIM(zn-tok-3)) TO zn-to(ZN-COUNT).
              MOVE zn-tok-4 TO zn-allow(ZN-COUNT).
              IF zn-tok-4 = "-" THEN
                     MOVE SPACE TO zn-allow(ZN-COUNT)
              END-IF.
              MOVE 0 TO zn-tfrom(ZN-COUNT).
              MOVE 9999 TO zn-tto(ZN-COUNT).
              IF zn-tok-5 NOT = SPACE THEN
                     MOVE NUMVAL(TRIM(zn-tok-5)) TO zn-tfrom(ZN-COUNT)
              END-IF.
              IF zn-tok-6 NOT = SPACE THEN
                     MOVE NUMVAL(TRIM(zn-tok-6)) TO zn-tto(ZN-COUNT)
              END-IF.
              GO TO 361-Read-Zone.
       362-Zones-Loaded.
              EXIT.

      *> マーカー MK-IDX が、この時刻に有効な区域へ許可なく
      *> 入っていれば違反として記録する
       370-Check-Zones.
              PERFORM WITH TEST BEFORE
              VARYING ZN-IDX FROM 1 BY 1 UNTIL ZN-IDX > ZN-COUNT
                     MOVE 0 TO zn-hits
                     IF zn-allow(ZN-IDX) NOT = SPACE THEN
                            INSPECT zn-allow(ZN-IDX) TALLYING zn-hits
                                   FOR ALL mk-sym(MK-IDX)
                     END-IF
                     IF mk-pos(MK-IDX) >= zn-from(ZN-IDX)
                     AND mk-pos(MK-IDX) <= zn-to(ZN-IDX)
                     AND sc-cur-t >= zn-tfrom(ZN-IDX)
                     AND sc-cur-t <= zn-tto(ZN-IDX)
                     AND zn-hits = 0 THEN
                            PERFORM 371-Write-Violation
                     END-IF
              END-PERFORM.

       371-Write-Violation.
              ADD 1 TO zn-frame-viol zn-total mk-viol(MK-IDX).
              MOVE SPACE TO TTS-VIOLATIONS-RECORD.
              MOVE sc-cur-t TO TV-TIME.
              MOVE mk-sym(MK-IDX) TO TV-SYM.
              MOVE zn-id(ZN-IDX) TO TV-ZONE.
              MOVE mk-pos(MK-IDX) TO TV-POS.
              IF zn-allow(ZN-IDX) = SPACE THEN
                     MOVE "NO ENTRY" TO TV-REASON
              ELSE
                     MOVE "SYMBOL NOT ALLOWED" TO TV-REASON
              END-IF.
              WRITE TTS-VIOLATIONS-RECORD.
              IF zn-frame-viol <= 100 THEN
                     MOVE mk-sym(MK-IDX) TO zn-fv-sym(zn-frame-viol)
                     MOVE ZN-IDX TO zn-fv-zone(zn-frame-viol)
                     MOVE mk-pos(MK-IDX) TO zn-fv-pos(zn-frame-viol)
              END-IF.

       380-Violation-Summary.
              DISPLAY "ZONE VIOLATIONS BY MARKER:".
              PERFORM WITH TEST BEFORE
              VARYING MK-IDX FROM 1 BY 1 UNTIL MK-IDX > MK-COUNT
                     MOVE mk-viol(MK-IDX) TO zn-viol-z
                     DISPLAY "  " mk-sym(MK-IDX) " "
                            TRIM(zn-viol-z)
              END-PERFORM.
              MOVE zn-total TO zn-viol-z.
              DISPLAY "  TOTAL " TRIM(zn-viol-z).
              IF zn-total > 0 THEN
                     MOVE 2 TO RETURN-CODE
              END-IF.

       COPY RUNHISTPD.
       COPY ERRLOGPD.
       COPY MSGCATPD.
