       FILE-CONTROL.
       COPY STOCKSL.
       COPY STKMOVSL.
       COPY STKLOCSL.
       COPY SEALSL.
       COPY SIGNONSL.
       COPY PARTCLSSL.
       COPY CNTACCSL.
       COPY RUNHISTSL.
       COPY ENQSL.
       DATA DIVISION.
       FILE SECTION.
       COPY STOCKFD.
       COPY STKMOVFD.
       COPY STKLOCFD.
       COPY SEALFD.
       COPY SIGNONFD.
       COPY PARTCLSFD.
       COPY CNTACCFD.
       COPY RUNHISTFD.
       COPY ENQFD.
       WORKING-STORAGE SECTION.
       COPY STOCKWS.
       COPY STKMOVWS.
       COPY STKLOCWS.
       COPY SEALWS.
       COPY SIGNONWS.
       COPY PARTCLSWS.
       COPY RUNHISTWS.
       COPY ENQWS.
       01 Count-Accuracy-Status PIC XX.
       01 Count-Entry-Values.
              05 ct-line     PIC X(30).
              05 ct-code     PIC X(10).
              05 ct-qty-tok  PIC X(12).
              05 ct-qty      PIC 9(9).
              05 ct-loc-tok  PIC X(12).
              05 ct-loc      PIC X(6).
              05 ct-book     PIC 9(9).
              05 ct-run-bal  PIC 9(9).
              05 ct-counted  PIC X OCCURS 500 TIMES.
              05 ct-entries  PIC 9(4) VALUE 0.
              05 ct-variance PIC 9(4) VALUE 0.
              05 ct-book-z   PIC Z(8)9.
              05 ct-cnt-z    PIC Z(8)9.
              05 ct-z        PIC Z(3)9.
      *> ABC クラス別 (1=A 2=B 3=C) の棚卸件数と一致件数
              05 ct-cls      PIC 9.
              05 ct-class-tbl OCCURS 3 TIMES.
                     10 ct-cls-code PIC X.
                     10 ct-cls-cnt  PIC 9(5).
                     10 ct-cls-ok   PIC 9(5).
              05 ct-today    PIC 9(8).
              05 ct-pct      PIC 9(3)V99.
              05 ct-pct-z    PIC ZZ9.99.
              05 ct-z2       PIC Z(3)9.
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              MOVE "STOCKTAKE" TO Audit-Program Move-Program.
              MOVE "STOCKTAKE" TO Run-Hist-Program.
              PERFORM Operator-Sign-On.
      *> 読込から書き戻しまで STOCK-MASTER を占有する
              MOVE "STOCKTAKE" TO Enq-Program.
              MOVE Operator-Id TO Enq-Holder.
              MOVE "STOCK-MASTER" TO Enq-Resource.
              MOVE "EXCL" TO Enq-Mode.
              PERFORM Acquire-Resource THRU Acquire-Resource-End.
              PERFORM Load-Stock-Table THRU Load-Stock-Table-End.
              IF Stock-Count = 0 THEN
                     DISPLAY "ERROR: STOCK-MASTER IS EMPTY OR ABSENT"
                     PERFORM Release-Resource
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              UNTIL Stock-Idx >= Stock-Count
                     MOVE "N" TO ct-counted(Stock-Idx)
              END-PERFORM.
      *> 置き場の合計を帳簿の手持ちに合わせておく
              PERFORM Load-Stock-Locations
                     THRU Load-Stock-Locations-End.
              PERFORM VARYING Stock-Idx FROM 1 BY 1
              UNTIL Stock-Idx > Stock-Count
                     MOVE st-code(Stock-Idx) TO Loc-Part
                     MOVE st-onhand(Stock-Idx) TO Loc-Total
                     PERFORM Match-Part-Locations
                            THRU Match-Part-Locations-End
              END-PERFORM.
              PERFORM Load-Part-Classes THRU Load-Part-Classes-End.
              MOVE "A" TO ct-cls-code(1).
              MOVE "B" TO ct-cls-code(2).
              MOVE "C" TO ct-cls-code(3).
              PERFORM VARYING ct-cls FROM 1 BY 1 UNTIL ct-cls > 3
                     MOVE 0 TO ct-cls-cnt(ct-cls) ct-cls-ok(ct-cls)
              END-PERFORM.
              DISPLAY "STOCK-TAKE VARIANCE REPORT".
       010-Read-Count.
              MOVE SPACE TO ct-line.
              IF ct-line = SPACE THEN
                     GO TO 030-Show-Uncounted
              END-IF.
      *> "part qty" は部品全体、"part qty location" はその置き場の
      *> 実地数
              MOVE SPACE TO ct-code ct-qty-tok ct-loc-tok.
              UNSTRING ct-line DELIMITED BY ALL " "
                     INTO ct-code ct-qty-tok ct-loc-tok.
              IF ct-code = SPACE
              OR TRIM(ct-qty-tok) IS NOT NUMERIC
              OR ct-loc-tok(7:) NOT = SPACE THEN
                     DISPLAY "WARNING: BAD COUNT LINE SKIPPED: "
                            TRIM(ct-line)
                     GO TO 010-Read-Count
                     GO TO 010-Read-Count
              END-IF.
              MOVE "Y" TO ct-counted(Stock-Found).
              MOVE ct-loc-tok TO ct-loc.
              MOVE st-onhand(Stock-Found) TO ct-book.
              IF ct-loc NOT = SPACE THEN
                     MOVE ct-code TO Loc-Part
                     MOVE ct-loc TO Loc-Code
                     PERFORM Find-Stock-Location
                     MOVE 0 TO ct-book
                     IF LC-Found > 0 THEN
                            MOVE lc-onhand(LC-Found) TO ct-book
                     END-IF
              END-IF.
              COMPUTE ct-delta = ct-qty - ct-book.
      *> 未分類の部品は C として精度を数える
              MOVE ct-code TO Cls-Part.
              PERFORM Find-Part-Class.
              MOVE 3 TO ct-cls.
              IF PC-Found > 0 THEN
                     IF pc-t-class(PC-Found) = "A" THEN
                            MOVE 1 TO ct-cls
                     END-IF
                     IF pc-t-class(PC-Found) = "B" THEN
                            MOVE 2 TO ct-cls
                     END-IF
              END-IF.
              ADD 1 TO ct-cls-cnt(ct-cls).
              IF ct-delta = 0 THEN
                     ADD 1 TO ct-cls-ok(ct-cls)
              END-IF.
              MOVE ct-book TO ct-book-z.
              MOVE ct-qty TO ct-cnt-z.
              MOVE ct-delta TO ct-delta-z.
              IF ct-delta = 0 THEN
                     DISPLAY "  " ct-code " BOOK " TRIM(ct-book-z)
                            " COUNTED " TRIM(ct-cnt-z) " OK "
                            TRIM(ct-loc)
                     GO TO 010-Read-Count
              END-IF.
              ADD 1 TO ct-variance.
              DISPLAY "  " ct-code " BOOK " TRIM(ct-book-z)
                     " COUNTED " TRIM(ct-cnt-z)
                     " VARIANCE " TRIM(ct-delta-z) " " TRIM(ct-loc).
      *> 差異は帳簿を実地数へ合わせ、調整自体を台帳へ記録する
              MOVE st-onhand(Stock-Found) TO ct-book-z.
              MOVE TRIM(ct-book-z) TO Audit-Before.
              MOVE st-onhand(Stock-Found) TO ct-run-bal.
              COMPUTE st-onhand(Stock-Found) =
                     st-onhand(Stock-Found) + ct-delta.
              PERFORM 020-Post-Count-Movement
                     THRU 020-Post-Count-Movement-End.
              MOVE st-onhand(Stock-Found) TO ct-cnt-z.
              MOVE TRIM(ct-cnt-z) TO Audit-After.
              MOVE SPACE TO Audit-Field.
              STRING "PART-" DELIMITED BY SIZE
                     DISPLAY "  NONE"
              END-IF.
              PERFORM Save-Stock-Table THRU Save-Stock-Table-End.
              IF Loc-Changed = "Y" THEN
                     PERFORM Save-Stock-Locations
              END-IF.
              PERFORM Release-Resource.
              MOVE ct-entries TO ct-z.
              DISPLAY "COUNT ENTRIES: " TRIM(ct-z).
              MOVE ct-variance TO ct-z.
              DISPLAY "VARIANCES POSTED: " TRIM(ct-z).
              MOVE ct-unknown TO ct-z.
              DISPLAY "UNKNOWN PARTS: " TRIM(ct-z).
              PERFORM 040-Record-Accuracy.
              MOVE ct-entries TO Run-Hist-Read.
              MOVE ct-unknown TO Run-Hist-Reject.
              MOVE ct-variance TO Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.

      *> 差異を置き場へ反映し COUNT の移動を書く。置き場指定の
      *> 数えはその置き場を実地数に、部品全体の数えの増加は既定の
      *> 置き場へ、減少は多い置き場から取って置き場ごとに記録する
       020-Post-Count-Movement.
              MOVE ct-code TO Move-Part Loc-Part.
              MOVE "COUNT" TO Move-Type.
              IF ct-delta > 0 THEN
                     MOVE "+" TO Move-Sign
                     MOVE ct-delta TO Move-Qty
              ELSE
                     MOVE "-" TO Move-Sign
                     COMPUTE Move-Qty = 0 - ct-delta
              END-IF.
              IF ct-loc NOT = SPACE THEN
                     IF LC-Found = 0 THEN
                            MOVE 0 TO Loc-Qty
                            PERFORM Add-To-Location
                     END-IF
                     MOVE ct-qty TO lc-onhand(LC-Found)
                     MOVE "Y" TO Loc-Changed
                     MOVE ct-loc TO Move-Loc
                     MOVE ct-qty TO Move-Loc-Balance
              ELSE
                     IF ct-delta > 0 THEN
                            MOVE Loc-Default TO Loc-Code
                            MOVE ct-delta TO Loc-Qty
                            PERFORM Add-To-Location
                            MOVE Loc-Default TO Move-Loc
                            MOVE Loc-Balance TO Move-Loc-Balance
                     ELSE
                            MOVE SPACE TO Loc-Code
                            MOVE Move-Qty TO Loc-Qty
                            PERFORM Take-From-Locations
                                   THRU Take-From-Locations-End
                            PERFORM 025-Write-Pick-Movements
                            GO TO 020-Post-Count-Movement-End
                     END-IF
              END-IF.
              MOVE st-onhand(Stock-Found) TO Move-Balance.
              MOVE st-cost(Stock-Found) TO Move-Unit-Cost.
              PERFORM Write-Stock-Movement.
       020-Post-Count-Movement-End.
              EXIT.

       025-Write-Pick-Movements.
              PERFORM VARYING Pick-Idx FROM 1 BY 1
              UNTIL Pick-Idx > Pick-Count
                     SUBTRACT pk-qty(Pick-Idx) FROM ct-run-bal
                     MOVE ct-code TO Move-Part
                     MOVE pk-qty(Pick-Idx) TO Move-Qty
                     MOVE ct-run-bal TO Move-Balance
                     MOVE st-cost(Stock-Found) TO Move-Unit-Cost
                     MOVE pk-loc(Pick-Idx) TO Move-Loc
                     MOVE pk-bal(Pick-Idx) TO Move-Loc-Balance
                     PERFORM Write-Stock-Movement
              END-PERFORM.

      *> クラス別の棚卸精度を COUNT-ACCURACY へ追記する
      *> (CycleCount TREND が月別の推移を出す)
       040-Record-Accuracy.
              ACCEPT ct-today FROM DATE YYYYMMDD.
              OPEN EXTEND COUNT-ACCURACY.
              IF Count-Accuracy-Status NOT = "00"
              AND Count-Accuracy-Status NOT = "05" THEN
                     DISPLAY "WARNING: COUNT-ACCURACY NOT UPDATED,"
                            " STATUS " Count-Accuracy-Status
                     MOVE 2 TO RETURN-CODE
              END-IF.
              DISPLAY "COUNT ACCURACY BY CLASS:".
              PERFORM VARYING ct-cls FROM 1 BY 1 UNTIL ct-cls > 3
                     IF ct-cls-cnt(ct-cls) > 0 THEN
                            COMPUTE ct-pct ROUNDED =
                                   ct-cls-ok(ct-cls) * 100
                                   / ct-cls-cnt(ct-cls)
                            MOVE ct-pct TO ct-pct-z
                            MOVE ct-cls-ok(ct-cls) TO ct-z
                            MOVE ct-cls-cnt(ct-cls) TO ct-z2
                            DISPLAY "  CLASS " ct-cls-code(ct-cls)
                                   " " TRIM(ct-z) "/" TRIM(ct-z2)
                                   " " TRIM(ct-pct-z) "%"
                            IF Count-Accuracy-Status = "00"
                            OR Count-Accuracy-Status = "05" THEN
                                   MOVE SPACE TO COUNT-ACCURACY-RECORD
                                   MOVE ct-today TO CQ-DATE
                                   MOVE ct-cls-code(ct-cls) TO CQ-CLASS
                                   MOVE ct-cls-cnt(ct-cls) TO CQ-COUNTED
                                   MOVE ct-cls-ok(ct-cls)
                                          TO CQ-ACCURATE
                                   WRITE COUNT-ACCURACY-RECORD
                            END-IF
                     END-IF
              END-PERFORM.
              IF Count-Accuracy-Status = "00"
              OR Count-Accuracy-Status = "05" THEN
                     CLOSE COUNT-ACCURACY
              END-IF.

       COPY STOCKPD REPLACING ==STOP RUN==
                     BY ==PERFORM Release-All-Resources STOP RUN==.
       COPY SEALPD.
       COPY PARTCLSPD REPLACING ==STOP RUN==
                     BY ==PERFORM Release-All-Resources STOP RUN==.
       COPY STKMOVPD.
       COPY STKLOCPD REPLACING ==STOP RUN==
                     BY ==PERFORM Release-All-Resources STOP RUN==.
       COPY SIGNONPD.
       COPY RUNHISTPD.
       COPY ENQPD.
       END PROGRAM MAIN.
