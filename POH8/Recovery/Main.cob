                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SMO-PART-CODE
                     FILE STATUS IS Stock-Out-Status.
              SELECT STOCK-LOCATIONS
                     ASSIGN TO DYNAMIC Loc-Out-Path
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Stock-Loc-Status.
              SELECT OPTIONAL ARCHIVE-CATALOG
                     ASSIGN TO "ARCHIVE-CATALOG"
                     ORGANIZATION IS LINE SEQUENTIAL
              01 STOCK-MASTER-OUT-RECORD.
                     05 SMO-PART-CODE PIC X(10).
                     05 SMO-ONHAND    PIC 9(9).
                     05 SMO-AVG-COST  PIC 9(7)V9(4).
       COPY STKLOCFD.
       FD  ARCHIVE-CATALOG.
              01 ARCHIVE-CATALOG-RECORD.
                     05 AC-FILE    PIC X(20).
       WORKING-STORAGE SECTION.
       COPY SEALWS.
       COPY STKMOVWS.
       COPY STKLOCWS.
       01 Journal-Status PIC XX.
       01 Tank-Out-Status PIC XX.
       01 Stock-Out-Status PIC XX.
              05 Target-Prefix PIC X(42) VALUE SPACE.
              05 Tank-Out-Path  PIC X(80).
              05 Stock-Out-Path PIC X(80).
              05 Loc-Out-Path   PIC X(80).
              05 Gen-Path       PIC X(80).
              05 Cert-Path      PIC X(80).
              05 Sys-Command    PIC X(200).
              05 PT-Table OCCURS 500 TIMES.
                     10 pt-code    PIC X(10).
                     10 pt-balance PIC 9(9).
                     10 pt-cost    PIC 9(7)V9(4).
                     10 pt-deleted PIC X.
              05 PT-Written PIC 9(3).
       01 Catalog-Table-Values.
              DIVIDE wc INTO x1.
              MOVE x1 TO tk-c(Tank-Idx).

      *> STOCK-MASTER: 移動台帳の各部品の最終残高と最終平均単価から
      *> 再導出する (単価欄のない古い行は直前の単価を引き継ぐ)
       200-Rebuild-Stock-Master.
              OPEN INPUT STOCK-MOVEMENTS.
              IF Stock-Move-Status NOT = "00" THEN
                     ADD 1 TO PT-Count
                     MOVE PT-Count TO PT-Found
                     MOVE SV-PART TO pt-code(PT-Found)
                     MOVE 0 TO pt-cost(PT-Found)
              END-IF.
              MOVE SV-BALANCE TO pt-balance(PT-Found).
              IF SV-UNIT-COST IS NUMERIC THEN
                     MOVE SV-UNIT-COST TO pt-cost(PT-Found)
              END-IF.
              IF TRIM(SV-TYPE) = "DELETE" THEN
                     MOVE "Y" TO pt-deleted(PT-Found)
              ELSE
                     MOVE "N" TO pt-deleted(PT-Found)
              END-IF.
      *> 置き場付きの行はその置き場の移動後残高を持つ
              MOVE SV-PART TO Loc-Part.
              IF TRIM(SV-TYPE) = "DELETE" THEN
                     PERFORM Drop-Part-Locations
              END-IF.
              IF SV-LOC NOT = SPACE AND SV-LOC-BAL IS NUMERIC THEN
                     MOVE SV-LOC TO Loc-Code
                     MOVE 0 TO Loc-Qty
                     PERFORM Add-To-Location
                     MOVE SV-LOC-BAL TO lc-onhand(LC-Found)
              END-IF.
              GO TO 210-Read-Movement.
       220-Write-Stock-Master.
              MOVE SPACE TO Stock-Out-Path.
                                          TO SMO-PART-CODE
                                   MOVE pt-balance(PT-Idx)
                                          TO SMO-ONHAND
                                   MOVE pt-cost(PT-Idx)
                                          TO SMO-AVG-COST
                                   WRITE STOCK-MASTER-OUT-RECORD
                                   ADD 1 TO PT-Written
                            END-IF
                     INTO RECOVERY-CERT-RECORD
              END-STRING.
              PERFORM 015-Write-Cert-Line.
              PERFORM 230-Write-Stock-Locations.
       200-Rebuild-Stock-Master-End.
              EXIT.

      *> STOCK-LOCATIONS: 台帳の置き場ごとの最終残高を、部品の
      *> 再導出した残高に合わせて書く (置き場のない古い行の分は
      *> 既定の置き場へ)
       230-Write-Stock-Locations.
              IF PT-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING PT-Idx FROM 1 BY 1
                     UNTIL PT-Idx >= PT-Count
                            MOVE pt-code(PT-Idx) TO Loc-Part
                            IF pt-deleted(PT-Idx) = "N" THEN
                                   MOVE pt-balance(PT-Idx) TO Loc-Total
                                   PERFORM Match-Part-Locations
                                          THRU Match-Part-Locations-End
                            ELSE
                                   PERFORM Drop-Part-Locations
                            END-IF
                     END-PERFORM
              END-IF.
              MOVE SPACE TO Loc-Out-Path.
              STRING TRIM(Target-Prefix) DELIMITED BY SIZE
                     "STOCK-LOCATIONS" DELIMITED BY SIZE
                     INTO Loc-Out-Path
              END-STRING.
              PERFORM Save-Stock-Locations.
              MOVE 0 TO vf-count.
              PERFORM VARYING LC-Idx FROM 1 BY 1
              UNTIL LC-Idx > LC-Count
                     IF lc-onhand(LC-Idx) > 0 THEN
                            ADD 1 TO vf-count
                     END-IF
              END-PERFORM.
              MOVE vf-count TO vf-z.
              STRING "STOCK-LOCATIONS FROM STOCK-MOVEMENTS: "
                            DELIMITED BY SIZE
                     TRIM(vf-z) DELIMITED BY SIZE
                     " LOCATION RECORD(S)" DELIMITED BY SIZE
                     INTO RECOVERY-CERT-RECORD
              END-STRING.
              PERFORM 015-Write-Cert-Line.

       300-Load-Catalog.
              OPEN INPUT ARCHIVE-CATALOG.
              IF Catalog-Status NOT = "00" THEN
              EXIT.

       COPY SEALPD.
       COPY STKLOCPD.
       END PROGRAM MAIN.
