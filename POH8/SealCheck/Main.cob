       FILE-CONTROL.
       COPY SEALSL.
       COPY STOCKSL.
       COPY STKLOCSL.
              SELECT GEN-IN
                     ASSIGN TO DYNAMIC Gen-Path
                     ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       COPY SEALFD.
       COPY STOCKFD.
       COPY STKLOCFD.
       FD  GEN-IN.
              01 GEN-IN-RECORD PIC X(500).
       WORKING-STORAGE SECTION.
       COPY SEALWS.
       COPY STOCKWS.
       COPY STKLOCWS.
       01 Gen-In-Status PIC XX.
       01 Command-Values.
              05 Cmd-Line PIC X(40).
              05 sw-z1      PIC Z(7)9.
              05 sw-z2      PIC Z(11)9.
              05 sw-z       PIC Z9.
              05 sw-loc-bad PIC 9(4) VALUE 0.
              05 sw-loc-z   PIC Z(3)9.
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              EVALUATE TRIM(Cmd-Verb)
                  WHEN "VERIFY"
                      PERFORM 100-Sweep-Seals
                             THRU 100-Sweep-Seals-End
                  WHEN "SEAL"
                      PERFORM 300-Seal-One-File
                             THRU 300-Seal-One-File-End
              END-PERFORM.
              MOVE sw-bad TO sw-z.
              DISPLAY "SEALS FAILING: " TRIM(sw-z).
              PERFORM 400-Check-Stock-Locations
                     THRU 400-Check-Stock-Locations-End.
              IF sw-bad > 0 OR sw-loc-bad > 0 THEN
                     MOVE 2 TO RETURN-CODE
              END-IF.
       100-Sweep-Seals-End.
              EXIT.

      *> ファイル別の検算規約: STOCK-MASTER = 在庫合計、TANK-STATE
      *> = タンクID合計、*-CHECKPOINT = 値そのもの、
      *> KATYUSHA-CHECKPOINT = レコード数 + 先頭レコードの行位置、
      *> その他 = レコード長合計
       200-Recount-One-File.
              MOVE 0 TO sw-count sw-total.
              EVALUATE TRUE
                  WHEN TRIM(sw-name) = "TANK-STATE"
                      PERFORM 210-Count-Tank-File
                             THRU 210-Count-Tank-File-End
                  WHEN TRIM(sw-name) = "KATYUSHA-CHECKPOINT"
                      PERFORM 225-Count-Position-Ckpt
                             THRU 225-Count-Position-Ckpt-End
                  WHEN sw-name(4:11) = "-CHECKPOINT"
                    OR sw-name(5:11) = "-CHECKPOINT"
                    OR sw-name(6:11) = "-CHECKPOINT"
       220-Count-Checkpoint-End.
              EXIT.

      *> 複数レコードの再開点: 件数と位置レコード (P) の行位置
       225-Count-Position-Ckpt.
              MOVE sw-name TO Gen-Path.
              OPEN INPUT GEN-IN.
              IF Gen-In-Status NOT = "00" THEN
                     GO TO 225-Count-Position-Ckpt-End
              END-IF.
       226-Read-Position-Ckpt.
              READ GEN-IN
                     AT END
                         CLOSE GEN-IN
                         GO TO 225-Count-Position-Ckpt-End
              END-READ.
              ADD 1 TO sw-count.
              IF GEN-IN-RECORD(1:2) = "P "
              AND GEN-IN-RECORD(3:6) IS NUMERIC THEN
                     MOVE GEN-IN-RECORD(3:6) TO sw-total
              END-IF.
              GO TO 226-Read-Position-Ckpt.
       225-Count-Position-Ckpt-End.
              EXIT.

       230-Count-Generic.
              MOVE sw-name TO Gen-Path.
              OPEN INPUT GEN-IN.
       300-Seal-One-File-End.
              EXIT.

      *> 置き場の合計が在庫マスタの手持ちと合うかを部品ごとに見る
      *> (置き場ファイルがまだない運用では見ない)
       400-Check-Stock-Locations.
              PERFORM Load-Stock-Locations
                     THRU Load-Stock-Locations-End.
              IF LC-Count = 0 THEN
                     DISPLAY "STOCK-LOCATIONS EMPTY OR ABSENT,"
                            " NOT CROSS-CHECKED"
                     GO TO 400-Check-Stock-Locations-End
              END-IF.
              MOVE "Y" TO Stock-Seal-Bypass.
              PERFORM Load-Stock-Table THRU Load-Stock-Table-End.
              MOVE "N" TO Stock-Seal-Bypass.
              DISPLAY "STOCK-LOCATIONS CROSS-CHECK:".
              PERFORM VARYING Stock-Idx FROM 1 BY 1
              UNTIL Stock-Idx > Stock-Count
                     MOVE st-code(Stock-Idx) TO Loc-Part
                     PERFORM Sum-Part-Locations
                     IF Loc-Sum NOT = st-onhand(Stock-Idx) THEN
                            ADD 1 TO sw-loc-bad
                            MOVE Loc-Sum TO sw-z1
                            MOVE st-onhand(Stock-Idx) TO sw-z2
                            DISPLAY "  " st-code(Stock-Idx)
                                   " ** LOCATIONS HOLD " TRIM(sw-z1)
                                   ", STOCK-MASTER SAYS " TRIM(sw-z2)
                     END-IF
              END-PERFORM.
              PERFORM VARYING LC-Idx FROM 1 BY 1
              UNTIL LC-Idx > LC-Count
                     MOVE 0 TO Stock-Found
                     PERFORM VARYING Stock-Idx FROM 1 BY 1
                     UNTIL Stock-Idx > Stock-Count OR Stock-Found > 0
                            IF st-code(Stock-Idx) = lc-part(LC-Idx)
                            THEN
                                   MOVE Stock-Idx TO Stock-Found
                            END-IF
                     END-PERFORM
                     IF Stock-Found = 0 THEN
                            ADD 1 TO sw-loc-bad
                            DISPLAY "  " lc-part(LC-Idx)
                                   " ** AT " lc-loc(LC-Idx)
                                   " BUT NOT ON STOCK-MASTER"
                     END-IF
              END-PERFORM.
              MOVE sw-loc-bad TO sw-loc-z.
              DISPLAY "LOCATION MISMATCHES: " TRIM(sw-loc-z).
       400-Check-Stock-Locations-End.
              EXIT.

       COPY SEALPD.
       COPY STOCKPD.
       COPY STKLOCPD.
       END PROGRAM MAIN.
