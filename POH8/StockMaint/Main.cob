                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Stock-Load-Status.
       COPY STKMOVSL.
       COPY STKLOCSL.
       COPY SEALSL.
       COPY SIGNONSL.
       COPY ENQSL.
       DATA DIVISION.
       FILE SECTION.
       COPY STOCKFD.
       FD  STOCK-LOAD.
              01 STOCK-LOAD-RECORD PIC X(30).
       COPY STKMOVFD.
       COPY STKLOCFD.
       COPY SEALFD.
       COPY SIGNONFD.
       COPY ENQFD.
       WORKING-STORAGE SECTION.
       COPY STOCKWS.
       COPY STKMOVWS.
       COPY STKLOCWS.
       COPY SEALWS.
       COPY SIGNONWS.
       COPY ENQWS.
       01 Stock-Load-Status PIC XX.
       01 Command-Values.
              05 Cmd-Line    PIC X(40).
              05 Cmd-Code    PIC X(10).
              05 Cmd-Qty-Tok PIC X(12).
              05 Cmd-Qty     PIC 9(9).
              05 Cmd-Cost-Tok PIC X(12).
              05 Cmd-Cost    PIC 9(7)V9(4).
              05 Cost-Z      PIC Z(6)9.9999.
              05 Cmd-Loc-Tok PIC X(12).
              05 Cmd-Loc-In  PIC X(12).
              05 Cmd-Loc     PIC X(6).
              05 Cmd-To-Loc  PIC X(6).
              05 Cmd-Old-Qty PIC 9(9).
              05 Cmd-New-Qty PIC 9(9).
              05 Cmd-Run-Bal PIC 9(9).
              05 Loc-Z       PIC Z(8)9.
              05 Cmd-Error   PIC X VALUE "N".
              05 Edit-Count  PIC 9(4) VALUE 0.
              05 Edit-Z      PIC Z(3)9.
       01 Load-Values.
              05 ld-qty-tok  PIC X(12).
              05 ld-cost-tok PIC X(12).
              05 ld-count    PIC 9(4) VALUE 0.
              05 ld-z        PIC Z(3)9.
       PROCEDURE DIVISION.
       000-MAIN.
              MOVE "STOCKMAINT" TO Audit-Program Move-Program.
              PERFORM Operator-Sign-On.
      *> 夜間の引当と同時に STOCK-MASTER を更新しないよう占有する
              MOVE "STOCKMAINT" TO Enq-Program.
              MOVE Operator-Id TO Enq-Holder.
              MOVE "STOCK-MASTER" TO Enq-Resource.
              MOVE "EXCL" TO Enq-Mode.
              PERFORM Acquire-Resource THRU Acquire-Resource-End.
              PERFORM Load-Stock-Locations
                     THRU Load-Stock-Locations-End.
       010-Read-Command.
              MOVE SPACE TO Cmd-Line.
              ACCEPT Cmd-Line.
              IF Cmd-Line = SPACE THEN
                     GO TO 090-Show-Summary
              END-IF.
              MOVE SPACE TO Cmd-Verb Cmd-Code Cmd-Qty-Tok Cmd-Cost-Tok.
              MOVE SPACE TO Cmd-Loc-Tok.
              UNSTRING Cmd-Line DELIMITED BY ALL " "
                     INTO Cmd-Verb Cmd-Code Cmd-Qty-Tok Cmd-Cost-Tok
                          Cmd-Loc-Tok.
              EVALUATE TRIM(Cmd-Verb)
                  WHEN "LIST"
                      PERFORM 100-List-Parts
                  WHEN "LOAD"
                      PERFORM 500-Load-Flat-File
                             THRU 500-Load-Flat-File-End
                  WHEN "COST"
                      PERFORM 800-Set-Unit-Cost
                             THRU 800-Set-Unit-Cost-End
                  WHEN "TRANSFER"
                      PERFORM 900-Transfer-Stock
                             THRU 900-Transfer-Stock-End
                  WHEN OTHER
                      DISPLAY "ERROR: UNKNOWN COMMAND "
                             TRIM(Cmd-Verb)
                      DISPLAY "COMMANDS: LIST / ADD / ADJUST /"
                             " DELETE / LOAD / COST / TRANSFER"
                      MOVE 1 TO RETURN-CODE
              END-EVALUATE.
              GO TO 010-Read-Command.
       090-Show-Summary.
              IF Edit-Count > 0 THEN
                     PERFORM Reseal-Stock-Master
                     PERFORM 095-Match-All-Locations
              END-IF.
              IF Loc-Changed = "Y" THEN
                     PERFORM Save-Stock-Locations
              END-IF.
              MOVE Edit-Count TO Edit-Z.
              PERFORM Release-Resource.
              DISPLAY "STOCK MAINTENANCE DONE, " TRIM(Edit-Z)
                     " CHANGE(S)".
              STOP RUN.

      *> 置き場の合計を部品の手持ちに合わせる (LOAD で入れ替えた
      *> 部品や置き場のない旧データは既定の置き場へ)
       095-Match-All-Locations.
              PERFORM VARYING Stock-Idx FROM 1 BY 1
              UNTIL Stock-Idx > Stock-Count
                     MOVE st-code(Stock-Idx) TO Loc-Part
                     MOVE st-onhand(Stock-Idx) TO Loc-Total
                     PERFORM Match-Part-Locations
                            THRU Match-Part-Locations-End
              END-PERFORM.

       100-List-Parts.
      *> 編集後の一覧は封印がまだ貼り直されていないので検証を飛ばす
              IF Edit-Count > 0 THEN
                     VARYING Stock-Idx FROM 1 BY 1
                     UNTIL Stock-Idx >= Stock-Count
                            MOVE st-onhand(Stock-Idx) TO st-qty-z
                            MOVE st-cost(Stock-Idx) TO Cost-Z
                            DISPLAY "  " st-code(Stock-Idx) " "
                                   TRIM(st-qty-z) " @ " TRIM(Cost-Z)
                            PERFORM 110-List-Locations
                     END-PERFORM
              END-IF.

       110-List-Locations.
              PERFORM VARYING LC-Idx FROM 1 BY 1
              UNTIL LC-Idx > LC-Count
                     IF lc-part(LC-Idx) = st-code(Stock-Idx)
                     AND lc-onhand(LC-Idx) > 0 THEN
                            MOVE lc-onhand(LC-Idx) TO Loc-Z
                            DISPLAY "      AT " lc-loc(LC-Idx) " "
                                   TRIM(Loc-Z)
                     END-IF
              END-PERFORM.

      *> ADD part qty [unit-cost] [location]
       200-Add-Part.
              PERFORM 600-Check-Code-And-Qty.
              IF Cmd-Error = "Y" THEN
                     GO TO 200-Add-Part-End
              END-IF.
              IF Cmd-Cost-Tok NOT = SPACE
              AND TEST-NUMVAL(TRIM(Cmd-Cost-Tok)) NOT = 0 THEN
                     DISPLAY "ERROR: UNIT COST " TRIM(Cmd-Cost-Tok)
                            " IS NOT A NUMBER"
                     MOVE 1 TO RETURN-CODE
                     GO TO 200-Add-Part-End
              END-IF.
              MOVE Cmd-Loc-Tok TO Cmd-Loc-In.
              PERFORM 610-Check-Location.
              IF Cmd-Error = "Y" THEN
                     GO TO 200-Add-Part-End
              END-IF.
              PERFORM Verify-Stock-Before-Update.
              OPEN I-O STOCK-MASTER.
              MOVE Cmd-Code TO SM-PART-CODE.
              END-IF.
              MOVE Cmd-Code TO SM-PART-CODE.
              MOVE Cmd-Qty TO SM-ONHAND.
              MOVE 0 TO Cmd-Cost.
              IF Cmd-Cost-Tok NOT = SPACE THEN
                     MOVE NUMVAL(TRIM(Cmd-Cost-Tok)) TO Cmd-Cost
              END-IF.
              MOVE Cmd-Cost TO SM-AVG-COST.
              WRITE STOCK-MASTER-RECORD.
              CLOSE STOCK-MASTER.
              MOVE SPACE TO Audit-Before.
              MOVE "ADJUST" TO Move-Type.
              MOVE "+" TO Move-Sign.
              MOVE Cmd-Qty TO Move-Qty Move-Balance.
              MOVE Cmd-Cost TO Move-Unit-Cost.
              IF Cmd-Qty > 0 THEN
                     MOVE Cmd-Code TO Loc-Part
                     MOVE Cmd-Loc TO Loc-Code
                     MOVE Cmd-Qty TO Loc-Qty
                     PERFORM Add-To-Location
                     MOVE Cmd-Loc TO Move-Loc
                     MOVE Loc-Balance TO Move-Loc-Balance
              END-IF.
              PERFORM 710-Write-Part-Movement.
              MOVE Cmd-Cost TO Cost-Z.
              DISPLAY "ADDED " TRIM(Cmd-Code) " ONHAND "
                     TRIM(st-qty-z) " @ " TRIM(Cost-Z)
                     " AT " TRIM(Cmd-Loc).
       200-Add-Part-End.
              EXIT.

      *> ADJUST part qty で部品の手持ちを、ADJUST part qty location
      *> でその置き場の数量を qty にする (部品の手持ちは差だけ動く)
      *> 置き場なしの増加は既定の置き場へ、減少は多い置き場から
       300-Adjust-Part.
              PERFORM 600-Check-Code-And-Qty.
              IF Cmd-Error = "Y" THEN
                     GO TO 300-Adjust-Part-End
              END-IF.
              MOVE SPACE TO Cmd-Loc.
              IF Cmd-Cost-Tok NOT = SPACE THEN
                     MOVE Cmd-Cost-Tok TO Cmd-Loc-In
                     PERFORM 610-Check-Location
                     IF Cmd-Error = "Y" THEN
                            GO TO 300-Adjust-Part-End
                     END-IF
              END-IF.
              PERFORM Verify-Stock-Before-Update.
              OPEN I-O STOCK-MASTER.
              MOVE Cmd-Code TO SM-PART-CODE.
                      CLOSE STOCK-MASTER
                      GO TO 300-Adjust-Part-End
              END-READ.
              MOVE Cmd-Code TO Loc-Part.
              MOVE SM-ONHAND TO Loc-Total Cmd-Old-Qty.
              PERFORM Match-Part-Locations
                     THRU Match-Part-Locations-End.
              IF Cmd-Loc = SPACE THEN
                     MOVE Cmd-Qty TO Cmd-New-Qty
              ELSE
                     MOVE Cmd-Loc TO Loc-Code
                     PERFORM Find-Stock-Location
                     MOVE 0 TO Loc-Qty
                     IF LC-Found > 0 THEN
                            MOVE lc-onhand(LC-Found) TO Loc-Qty
                     END-IF
                     COMPUTE Cmd-New-Qty =
                            SM-ONHAND - Loc-Qty + Cmd-Qty
              END-IF.
              MOVE SM-ONHAND TO st-qty-z.
              MOVE TRIM(st-qty-z) TO Audit-Before.
              MOVE Cmd-New-Qty TO SM-ONHAND.
              REWRITE STOCK-MASTER-RECORD.
              CLOSE STOCK-MASTER.
              MOVE Cmd-New-Qty TO st-qty-z.
              MOVE TRIM(st-qty-z) TO Audit-After.
              PERFORM 700-Audit-Part-Change.
              MOVE "ADJUST" TO Move-Type.
              MOVE SM-AVG-COST TO Cmd-Cost.
              IF Cmd-Loc NOT = SPACE THEN
                     PERFORM 310-Adjust-One-Location
              ELSE
                     IF Cmd-New-Qty >= Cmd-Old-Qty THEN
                            MOVE Loc-Default TO Cmd-Loc
                            MOVE Cmd-Loc TO Loc-Code
                            COMPUTE Loc-Qty = Cmd-New-Qty - Cmd-Old-Qty
                            PERFORM Add-To-Location
                            MOVE "+" TO Move-Sign
                            MOVE Loc-Qty TO Move-Qty
                            MOVE Cmd-New-Qty TO Move-Balance
                            MOVE Cmd-Cost TO Move-Unit-Cost
                            MOVE Cmd-Loc TO Move-Loc
                            MOVE Loc-Balance TO Move-Loc-Balance
                            PERFORM 710-Write-Part-Movement
                     ELSE
                            MOVE SPACE TO Loc-Code
                            COMPUTE Loc-Qty = Cmd-Old-Qty - Cmd-New-Qty
                            PERFORM Take-From-Locations
                                   THRU Take-From-Locations-End
                            MOVE "-" TO Move-Sign
                            PERFORM 720-Write-Pick-Movements
                     END-IF
              END-IF.
              DISPLAY "ADJUSTED " TRIM(Cmd-Code) " ONHAND "
                     TRIM(st-qty-z).
       300-Adjust-Part-End.
              EXIT.

      *> 置き場指定の調整: その置き場を qty にし、差を1行で記録
       310-Adjust-One-Location.
              IF LC-Found = 0 THEN
                     MOVE Cmd-Loc TO Loc-Code
                     MOVE 0 TO Loc-Qty
                     PERFORM Add-To-Location
              END-IF.
              IF Cmd-Qty >= lc-onhand(LC-Found) THEN
                     MOVE "+" TO Move-Sign
                     COMPUTE Move-Qty = Cmd-Qty - lc-onhand(LC-Found)
              ELSE
                     MOVE "-" TO Move-Sign
                     COMPUTE Move-Qty = lc-onhand(LC-Found) - Cmd-Qty
              END-IF.
              MOVE Cmd-Qty TO lc-onhand(LC-Found).
              MOVE "Y" TO Loc-Changed.
              MOVE Cmd-New-Qty TO Move-Balance.
              MOVE Cmd-Cost TO Move-Unit-Cost.
              MOVE Cmd-Loc TO Move-Loc.
              MOVE Cmd-Qty TO Move-Loc-Balance.
              PERFORM 710-Write-Part-Movement.
              MOVE Cmd-Qty TO Loc-Z.
              DISPLAY "  " TRIM(Cmd-Loc) " NOW " TRIM(Loc-Z).

       400-Delete-Part.
              IF Cmd-Code = SPACE THEN
                     DISPLAY "ERROR: DELETE NEEDS A PART CODE"
              MOVE SM-ONHAND TO st-qty-z.
              MOVE TRIM(st-qty-z) TO Audit-Before.
              MOVE SM-ONHAND TO Move-Qty.
              MOVE SM-AVG-COST TO Move-Unit-Cost.
              DELETE STOCK-MASTER.
              CLOSE STOCK-MASTER.
              MOVE Cmd-Code TO Loc-Part.
              PERFORM Drop-Part-Locations.
              MOVE "DELETED" TO Audit-After.
              PERFORM 700-Audit-Part-Change.
              MOVE "DELETE" TO Move-Type.
       400-Delete-Part-End.
              EXIT.

      *> 旧フラット形式 ("part-code qty [unit-cost]") の STOCK-LOAD
      *> を索引マスタへ取り込む (初回移行と手直し用)。単価のない
      *> 行は既存部品の平均単価をそのまま残す
       500-Load-Flat-File.
              OPEN INPUT STOCK-LOAD.
              IF Stock-Load-Status NOT = "00" THEN
              OR STOCK-LOAD-RECORD(1:1) = "*" THEN
                     GO TO 510-Read-Load
              END-IF.
              MOVE SPACE TO Cmd-Code ld-qty-tok ld-cost-tok.
              UNSTRING STOCK-LOAD-RECORD DELIMITED BY ALL " "
                     INTO Cmd-Code ld-qty-tok ld-cost-tok.
              IF Cmd-Code = SPACE
              OR TRIM(ld-qty-tok) IS NOT NUMERIC THEN
                     DISPLAY "WARNING: BAD STOCK-LOAD LINE SKIPPED: "
                            TRIM(STOCK-LOAD-RECORD)
                     GO TO 510-Read-Load
              END-IF.
              IF ld-cost-tok NOT = SPACE
              AND TEST-NUMVAL(TRIM(ld-cost-tok)) NOT = 0 THEN
                     DISPLAY "ERROR: BAD UNIT COST, STOCK-LOAD LINE"
                            " SKIPPED: " TRIM(STOCK-LOAD-RECORD)
                     MOVE 1 TO RETURN-CODE
                     GO TO 510-Read-Load
              END-IF.
              MOVE Cmd-Code TO SM-PART-CODE.
              READ STOCK-MASTER
                  INVALID KEY
                      MOVE Cmd-Code TO SM-PART-CODE
                      MOVE 0 TO SM-AVG-COST
              END-READ.
              IF SM-AVG-COST IS NOT NUMERIC THEN
                     MOVE 0 TO SM-AVG-COST
              END-IF.
              MOVE NUMVAL(TRIM(ld-qty-tok)) TO SM-ONHAND.
              IF ld-cost-tok NOT = SPACE THEN
                     MOVE NUMVAL(TRIM(ld-cost-tok)) TO SM-AVG-COST
              END-IF.
              REWRITE STOCK-MASTER-RECORD.
              IF Stock-Master-Status = "23" THEN
                     WRITE STOCK-MASTER-RECORD
                     MOVE NUMVAL(TRIM(Cmd-Qty-Tok)) TO Cmd-Qty
              END-IF.

      *> 置き場コード (6 文字まで)。空なら既定の置き場
       610-Check-Location.
              MOVE "N" TO Cmd-Error.
              IF Cmd-Loc-In = SPACE THEN
                     MOVE Loc-Default TO Cmd-Loc
              ELSE
                     IF Cmd-Loc-In(7:) NOT = SPACE THEN
                            DISPLAY "ERROR: LOCATION CODE "
                                   TRIM(Cmd-Loc-In)
                                   " LONGER THAN 6 CHARACTERS"
                            MOVE 1 TO RETURN-CODE
                            MOVE "Y" TO Cmd-Error
                     ELSE
                            MOVE Cmd-Loc-In TO Cmd-Loc
                     END-IF
              END-IF.

      *> 部品1件の変更を活動監査へ記録する
       700-Audit-Part-Change.
              MOVE SPACE TO Audit-Field.
              MOVE Cmd-Code TO Move-Part.
              PERFORM Write-Stock-Movement.

      *> 複数の置き場から取った減少を置き場ごとに1行ずつ記録する
      *> (部品残高は Cmd-Old-Qty から順に減らす)
       720-Write-Pick-Movements.
              MOVE Cmd-Old-Qty TO Cmd-Run-Bal.
              PERFORM VARYING Pick-Idx FROM 1 BY 1
              UNTIL Pick-Idx > Pick-Count
                     SUBTRACT pk-qty(Pick-Idx) FROM Cmd-Run-Bal
                     MOVE pk-qty(Pick-Idx) TO Move-Qty
                     MOVE Cmd-Run-Bal TO Move-Balance
                     MOVE Cmd-Cost TO Move-Unit-Cost
                     MOVE pk-loc(Pick-Idx) TO Move-Loc
                     MOVE pk-bal(Pick-Idx) TO Move-Loc-Balance
                     PERFORM 710-Write-Part-Movement
              END-PERFORM.

      *> 平均単価の訂正 (COST part unit-cost)。数量は変えないので
      *> 移動台帳には書かず、活動監査にだけ残す
       800-Set-Unit-Cost.
              IF Cmd-Code = SPACE OR Cmd-Qty-Tok = SPACE THEN
                     DISPLAY "ERROR: COST NEEDS PART CODE AND UNIT COST"
                     MOVE 1 TO RETURN-CODE
                     GO TO 800-Set-Unit-Cost-End
              END-IF.
              IF TEST-NUMVAL(TRIM(Cmd-Qty-Tok)) NOT = 0 THEN
                     DISPLAY "ERROR: UNIT COST " TRIM(Cmd-Qty-Tok)
                            " IS NOT A NUMBER"
                     MOVE 1 TO RETURN-CODE
                     GO TO 800-Set-Unit-Cost-End
              END-IF.
              MOVE NUMVAL(TRIM(Cmd-Qty-Tok)) TO Cmd-Cost.
              PERFORM Verify-Stock-Before-Update.
              OPEN I-O STOCK-MASTER.
              MOVE Cmd-Code TO SM-PART-CODE.
              READ STOCK-MASTER
                  INVALID KEY
                      DISPLAY "ERROR: PART " TRIM(Cmd-Code)
                             " NOT ON MASTER"
                      MOVE 1 TO RETURN-CODE
                      CLOSE STOCK-MASTER
                      GO TO 800-Set-Unit-Cost-End
              END-READ.
              MOVE SM-AVG-COST TO Cost-Z.
              MOVE TRIM(Cost-Z) TO Audit-Before.
              MOVE Cmd-Cost TO SM-AVG-COST.
              REWRITE STOCK-MASTER-RECORD.
              CLOSE STOCK-MASTER.
              MOVE Cmd-Cost TO Cost-Z.
              MOVE TRIM(Cost-Z) TO Audit-After.
              PERFORM 700-Audit-Part-Change.
              DISPLAY "UNIT COST " TRIM(Cmd-Code) " SET TO "
                     TRIM(Cost-Z).
       800-Set-Unit-Cost-End.
              EXIT.

      *> TRANSFER part qty from-location to-location。部品の手持ちは
      *> 変わらず、移動台帳に出と入の TRANSFER を1行ずつ書く
       900-Transfer-Stock.
              PERFORM 600-Check-Code-And-Qty.
              IF Cmd-Error = "Y" THEN
                     GO TO 900-Transfer-Stock-End
              END-IF.
              IF Cmd-Cost-Tok = SPACE OR Cmd-Loc-Tok = SPACE
              OR Cmd-Qty = 0 THEN
                     DISPLAY "ERROR: TRANSFER NEEDS PART, QUANTITY,"
                            " FROM AND TO LOCATIONS"
                     MOVE 1 TO RETURN-CODE
                     GO TO 900-Transfer-Stock-End
              END-IF.
              MOVE Cmd-Loc-Tok TO Cmd-Loc-In.
              PERFORM 610-Check-Location.
              IF Cmd-Error = "Y" THEN
                     GO TO 900-Transfer-Stock-End
              END-IF.
              MOVE Cmd-Loc TO Cmd-To-Loc.
              MOVE Cmd-Cost-Tok TO Cmd-Loc-In.
              PERFORM 610-Check-Location.
              IF Cmd-Error = "Y" THEN
                     GO TO 900-Transfer-Stock-End
              END-IF.
              IF Cmd-Loc = Cmd-To-Loc THEN
                     DISPLAY "ERROR: FROM AND TO LOCATION ARE THE SAME"
                     MOVE 1 TO RETURN-CODE
                     GO TO 900-Transfer-Stock-End
              END-IF.
              PERFORM Verify-Stock-Before-Update.
              OPEN INPUT STOCK-MASTER.
              MOVE Cmd-Code TO SM-PART-CODE.
              READ STOCK-MASTER
                  INVALID KEY
                      DISPLAY "ERROR: PART " TRIM(Cmd-Code)
                             " NOT ON MASTER"
                      MOVE 1 TO RETURN-CODE
                      CLOSE STOCK-MASTER
                      GO TO 900-Transfer-Stock-End
              END-READ.
              CLOSE STOCK-MASTER.
              MOVE Cmd-Code TO Loc-Part.
              MOVE SM-ONHAND TO Loc-Total.
              PERFORM Match-Part-Locations
                     THRU Match-Part-Locations-End.
              MOVE Cmd-Loc TO Loc-Code.
              PERFORM Find-Stock-Location.
              MOVE 0 TO Loc-Qty.
              IF LC-Found > 0 THEN
                     MOVE lc-onhand(LC-Found) TO Loc-Qty
              END-IF.
              IF Loc-Qty < Cmd-Qty THEN
                     MOVE Loc-Qty TO Loc-Z
                     DISPLAY "ERROR: ONLY " TRIM(Loc-Z) " OF "
                            TRIM(Cmd-Code) " AT " TRIM(Cmd-Loc)
                     MOVE 1 TO RETURN-CODE
                     GO TO 900-Transfer-Stock-End
              END-IF.
              SUBTRACT Cmd-Qty FROM lc-onhand(LC-Found).
              MOVE "TRANSFER" TO Move-Type.
              MOVE "-" TO Move-Sign.
              MOVE Cmd-Qty TO Move-Qty.
              MOVE SM-ONHAND TO Move-Balance.
              MOVE SM-AVG-COST TO Move-Unit-Cost.
              MOVE Cmd-Loc TO Move-Loc.
              MOVE lc-onhand(LC-Found) TO Move-Loc-Balance.
              PERFORM 710-Write-Part-Movement.
              MOVE Cmd-To-Loc TO Loc-Code.
              MOVE Cmd-Qty TO Loc-Qty.
              PERFORM Add-To-Location.
              MOVE "TRANSFER" TO Move-Type.
              MOVE "+" TO Move-Sign.
              MOVE Cmd-Qty TO Move-Qty.
              MOVE SM-ONHAND TO Move-Balance.
              MOVE SM-AVG-COST TO Move-Unit-Cost.
              MOVE Cmd-To-Loc TO Move-Loc.
              MOVE Loc-Balance TO Move-Loc-Balance.
              PERFORM 710-Write-Part-Movement.
              MOVE SPACE TO Audit-Field Audit-Before Audit-After.
              STRING "XFER-" DELIMITED BY SIZE
                     TRIM(Cmd-Code) DELIMITED BY SIZE
                     INTO Audit-Field
              END-STRING.
              STRING TRIM(Cmd-Loc) DELIMITED BY SIZE
                     " -> " DELIMITED BY SIZE
                     TRIM(Cmd-To-Loc) DELIMITED BY SIZE
                     INTO Audit-Before
              END-STRING.
              MOVE Cmd-Qty TO Loc-Z.
              MOVE TRIM(Loc-Z) TO Audit-After.
              PERFORM Write-Activity-Audit.
              ADD 1 TO Edit-Count.
              DISPLAY "TRANSFERRED " TRIM(Loc-Z) " " TRIM(Cmd-Code)
                     " FROM " TRIM(Cmd-Loc) " TO " TRIM(Cmd-To-Loc).
       900-Transfer-Stock-End.
              EXIT.

       COPY STOCKPD REPLACING ==STOP RUN==
                     BY ==PERFORM Release-All-Resources STOP RUN==.
       COPY SEALPD.
       COPY STKLOCPD REPLACING ==STOP RUN==
                     BY ==PERFORM Release-All-Resources STOP RUN==.
       COPY STKMOVPD.
       COPY SIGNONPD.
       COPY ENQPD.
       END PROGRAM MAIN.
