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
       COPY STOCKSL.
       COPY CUSTMSTSL.
       COPY SUPPMSTSL.
       COPY TANKMSTSL.
       COPY ORDMSTSL.
       COPY BACKORDSL.
       COPY POMSTSL.
              SELECT OPTIONAL CREDIT-HOLD
                     ASSIGN TO "CREDIT-HOLD"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Credit-Hold-Status.
              SELECT OPTIONAL SUPPLIER-HISTORY
                     ASSIGN TO "SUPPLIER-HISTORY"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Supplier-Status.
              SELECT OPTIONAL TANK-STATE
                     ASSIGN TO "TANK-STATE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Tank-State-Status.
              SELECT OPTIONAL QC-TICKETS
                     ASSIGN TO "QC-TICKETS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Qc-Tickets-Status.
              SELECT OPTIONAL RIO-JOURNAL
                     ASSIGN TO "RIO-JOURNAL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Journal-Status.
              SELECT OPTIONAL DIE-MASTER
                     ASSIGN TO "DIE-MASTER"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Die-Master-Status.
              SELECT OPTIONAL DIE-APPROVALS
                     ASSIGN TO "DIE-APPROVALS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Die-Approvals-Status.
              SELECT OPTIONAL DIE-REGRESSION
                     ASSIGN TO "DIE-REGRESSION"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Die-Regression-Status.
              SELECT OPTIONAL DECK-LIBRARY
                     ASSIGN TO "DECK-LIBRARY"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Deck-Library-Status.
              SELECT OPTIONAL SEIFUKU-STANDINGS
                     ASSIGN TO "SEIFUKU-STANDINGS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Standings-Status.
              SELECT OPTIONAL ORPHAN-SUMMARY
                     ASSIGN TO "ORPHAN-SUMMARY"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Orphan-Summary-Status.
       COPY ALERTQSL.
       COPY ERRLOGSL.
       COPY RUNHISTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY STOCKFD.
       COPY CUSTMSTFD.
       COPY SUPPMSTFD.
       COPY TANKMSTFD.
       COPY ORDMSTFD.
       COPY BACKORDFD.
       COPY POMSTFD.
       FD  CREDIT-HOLD.
              01 CREDIT-HOLD-RECORD.
                     05 CH-STATUS PIC X(4).
                     05 FILLER    PIC X.
                     05 CH-DATE   PIC 9(8).
                     05 FILLER    PIC X.
                     05 CH-CUST   PIC X(10).
                     05 FILLER    PIC X.
                     05 CH-HEADER PIC X(40).
                     05 FILLER    PIC X.
                     05 CH-DETAIL PIC X(20).
       FD  SUPPLIER-HISTORY.
              01 SUPPLIER-HISTORY-RECORD.
                     05 SH-CODE PIC X(10).
                     05 FILLER  PIC X.
                     05 SH-ACC  PIC 9(8).
                     05 FILLER  PIC X.
                     05 SH-REJ  PIC 9(8).
                     05 FILLER  PIC X.
                     05 SH-RWK  PIC 9(8).
       FD  TANK-STATE.
              01 TANK-STATE-RECORD.
                     05 TSR-K    PIC 9(2).
                     05 FILLER   PIC X.
                     05 TSR-W    PIC 9(4)V9(20).
                     05 FILLER   PIC X.
                     05 TSR-C    PIC 9(4)V9(20).
                     05 FILLER   PIC X.
                     05 TSR-HOLD PIC X.
       FD  QC-TICKETS.
              01 QC-TICKETS-RECORD.
                     05 QT-NO     PIC 9(6).
                     05 FILLER    PIC X.
                     05 QT-TANK   PIC 9(2).
                     05 FILLER    PIC X(60).
       FD  RIO-JOURNAL.
              01 RIO-JOURNAL-RECORD.
                     05 RJ-DATE PIC 9(8).
                     05 FILLER  PIC X.
                     05 RJ-TIME PIC 9(6).
                     05 FILLER  PIC X.
                     05 RJ-RUN  PIC X(14).
                     05 FILLER  PIC X.
                     05 RJ-K    PIC 9(2).
                     05 FILLER  PIC X(30).
       FD  DIE-MASTER.
              01 DIE-MASTER-RECORD PIC X(500).
       FD  DIE-APPROVALS.
              01 DIE-APPROVALS-RECORD.
                     05 DA-ID   PIC X(12).
                     05 FILLER  PIC X(50).
       FD  DIE-REGRESSION.
              01 DIE-REGRESSION-RECORD.
                     05 DR-ID   PIC X(12).
                     05 FILLER  PIC X(50).
       FD  DECK-LIBRARY.
              01 DECK-LIBRARY-RECORD PIC X(250).
       FD  SEIFUKU-STANDINGS.
              01 SEIFUKU-STANDINGS-RECORD.
                     05 SS-ROUND PIC 9(4).
                     05 FILLER   PIC X.
                     05 SS-DECK  PIC X(12).
                     05 FILLER   PIC X(30).
      *> 監査結果: 調べたファイルごとに1行 (MorningOps が読む)
       FD  ORPHAN-SUMMARY.
              01 ORPHAN-SUMMARY-RECORD.
                     05 OS-FILE    PIC X(20).
                     05 FILLER     PIC X.
                     05 OS-DATE    PIC 9(8).
                     05 FILLER     PIC X.
                     05 OS-RECORDS PIC 9(8).
                     05 FILLER     PIC X.
                     05 OS-ORPHANS PIC 9(6).
                     05 FILLER     PIC X.
                     05 OS-VERDICT PIC X(4).
       COPY ALERTQFD.
       COPY ERRLOGFD.
       COPY RUNHISTFD.
       WORKING-STORAGE SECTION.
       COPY STOCKWS.
       COPY SUPPMSTWS.
       COPY TANKMSTWS.
       COPY ORDMSTWS.
       COPY ALERTQWS.
       COPY ERRLOGWS.
       COPY RUNHISTWS.
       COPY REPORTWS.
       01 Cust-Master-Status PIC XX.
       01 Supp-Master-Status PIC XX.
       01 Part-Supp-Status PIC XX.
       01 Supp-Quality-Status PIC XX.
       01 Backorder-Status PIC XX.
       01 Po-Master-Status PIC XX.
       01 Credit-Hold-Status PIC XX.
       01 Supplier-Status PIC XX.
       01 Tank-State-Status PIC XX.
       01 Qc-Tickets-Status PIC XX.
       01 Journal-Status PIC XX.
       01 Die-Master-Status PIC XX.
       01 Die-Approvals-Status PIC XX.
       01 Die-Regression-Status PIC XX.
       01 Deck-Library-Status PIC XX.
       01 Standings-Status PIC XX.
       01 Orphan-Summary-Status PIC XX.
      *> マスタ: 空か無いマスタのコードは調べない
       01 Master-Values.
              05 Stock-Present PIC X VALUE "N".
              05 Cust-Present  PIC X VALUE "N".
              05 Supp-Present  PIC X VALUE "N".
              05 Tank-Present  PIC X VALUE "N".
              05 Die-Present   PIC X VALUE "N".
              05 Deck-Present  PIC X VALUE "N".
              05 DM-Count PIC 9(3) VALUE 0.
              05 DM-Idx   PIC 9(3).
              05 DM-Found PIC 9(3).
              05 DM-Table OCCURS 200 TIMES.
                     10 dm-id PIC X(12).
              05 DK-Count PIC 9(3) VALUE 0.
              05 DK-Idx   PIC 9(3).
              05 DK-Found PIC 9(3).
              05 DK-Table OCCURS 100 TIMES.
                     10 dk-name PIC X(12).
              05 Tok-1 PIC X(12).
              05 Tok-2 PIC X(12).
      *> 照合中のレコード: 参照 (キーか行番号)、項目、コード
       01 Audit-Values.
              05 Audit-Today   PIC 9(8).
              05 Audit-File    PIC X(20).
              05 Audit-Flag    PIC X.
              05 Audit-Ref     PIC X(24).
              05 Audit-Field   PIC X(12).
              05 Audit-Code    PIC X(12).
              05 Audit-Tank    PIC X(2).
              05 Audit-Master  PIC X(16).
              05 Audit-Line    PIC 9(8).
              05 Audit-Line-Z  PIC Z(7)9.
              05 Audit-Read    PIC 9(8) VALUE 0.
              05 Audit-Orphans PIC 9(8) VALUE 0.
              05 Audit-Dirty   PIC 99 VALUE 0.
              05 Audit-Z1      PIC Z(7)9.
              05 Audit-Z2      PIC Z(7)9.
       01 Audit-File-Values.
              05 AF-Count PIC 99 VALUE 0.
              05 AF-Idx   PIC 99.
              05 AF-Table OCCURS 20 TIMES.
                     10 af-file    PIC X(20).
                     10 af-records PIC 9(8).
                     10 af-orphans PIC 9(6).
                     10 af-verdict PIC X(4).
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              MOVE "CODEAUDIT" TO Run-Hist-Program Err-Program
                     Alert-Program.
              ACCEPT Audit-Today FROM DATE YYYYMMDD.
              MOVE "CODEAUDIT" TO Rpt-Program.
              MOVE "MASTER CODE CONSISTENCY AUDIT" TO Rpt-Title.
              PERFORM Begin-Report.
              PERFORM 010-Open-Stock THRU 010-Open-Stock-End.
              PERFORM 020-Open-Customers THRU 020-Open-Customers-End.
              PERFORM Load-Supplier-Master
                     THRU Load-Supplier-Master-End.
              IF SU-Count > 0 THEN
                     MOVE "Y" TO Supp-Present
              END-IF.
              PERFORM Load-Tank-Master THRU Load-Tank-Master-End.
              IF TM-Count > 0 THEN
                     MOVE "Y" TO Tank-Present
              END-IF.
              PERFORM 030-Load-Dies THRU 030-Load-Dies-End.
              PERFORM 040-Load-Decks THRU 040-Load-Decks-End.
              PERFORM 080-Show-Masters.

              PERFORM 100-Audit-Orders THRU 100-Audit-Orders-End.
              PERFORM 110-Audit-Credit-Hold
                     THRU 110-Audit-Credit-Hold-End.
              PERFORM 120-Audit-Backorders
                     THRU 120-Audit-Backorders-End.
              PERFORM 130-Audit-Po-Master THRU 130-Audit-Po-Master-End.
              PERFORM 140-Audit-Part-Suppliers
                     THRU 140-Audit-Part-Suppliers-End.
              PERFORM 150-Audit-Supp-History
                     THRU 150-Audit-Supp-History-End.
              PERFORM 160-Audit-Tank-State
                     THRU 160-Audit-Tank-State-End.
              PERFORM 170-Audit-Qc-Tickets
                     THRU 170-Audit-Qc-Tickets-End.
              PERFORM 180-Audit-Journal THRU 180-Audit-Journal-End.
              PERFORM 190-Audit-Die-Approvals
                     THRU 190-Audit-Die-Approvals-End.
              PERFORM 200-Audit-Die-Regression
                     THRU 200-Audit-Die-Regression-End.
              PERFORM 210-Audit-Standings
                     THRU 210-Audit-Standings-End.
              IF Stock-Present = "Y" THEN
                     CLOSE STOCK-MASTER
              END-IF.
              IF Cust-Present = "Y" THEN
                     CLOSE CUSTOMER-MASTER
              END-IF.

              PERFORM 700-Write-Summary.
              MOVE Audit-Orphans TO Audit-Z1.
              MOVE Audit-Dirty TO Audit-Z2.
              PERFORM Write-Report-Line.
              IF Audit-Orphans = 0 THEN
                     MOVE "NO ORPHAN CODES FOUND" TO Rpt-Line
                     PERFORM Write-Report-Line
              ELSE
                     STRING TRIM(Audit-Z1) DELIMITED BY SIZE
                            " ORPHAN CODE(S) IN " DELIMITED BY SIZE
                            TRIM(Audit-Z2) DELIMITED BY SIZE
                            " FILE(S), FIX BEFORE THE NIGHT RUN"
                                   DELIMITED BY SIZE
                            INTO Rpt-Line
                     END-STRING
                     PERFORM Write-Report-Line
                     MOVE "REF-001" TO Alert-Code
                     MOVE SPACE TO Alert-Text
                     STRING "CODE AUDIT: " DELIMITED BY SIZE
                            TRIM(Audit-Z1) DELIMITED BY SIZE
                            " ORPHAN(S) IN " DELIMITED BY SIZE
                            TRIM(Audit-Z2) DELIMITED BY SIZE
                            " FILE(S)" DELIMITED BY SIZE
                            INTO Alert-Text
                     END-STRING
                     PERFORM Write-Alert-Queue
                     MOVE 2 TO RETURN-CODE
              END-IF.
              PERFORM End-Report.
              MOVE Audit-Read TO Run-Hist-Read.
              MOVE Audit-Orphans TO Run-Hist-Reject.
              MOVE Audit-Orphans TO Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.

      *> 索引ファイルのマスタは監査の間開いたままにしてキーで読む。
      *> 1件も読めなければ空とみなす
       010-Open-Stock.
              OPEN INPUT STOCK-MASTER.
              IF Stock-Master-Status NOT = "00" THEN
                     IF Stock-Master-Status = "05" THEN
                            CLOSE STOCK-MASTER
                     END-IF
                     GO TO 010-Open-Stock-End
              END-IF.
              READ STOCK-MASTER NEXT
                     AT END
                         CLOSE STOCK-MASTER
                         GO TO 010-Open-Stock-End
              END-READ.
              MOVE "Y" TO Stock-Present.
       010-Open-Stock-End.
              EXIT.

       020-Open-Customers.
              OPEN INPUT CUSTOMER-MASTER.
              IF Cust-Master-Status NOT = "00" THEN
                     IF Cust-Master-Status = "05" THEN
                            CLOSE CUSTOMER-MASTER
                     END-IF
                     GO TO 020-Open-Customers-End
              END-IF.
              READ CUSTOMER-MASTER NEXT
                     AT END
                         CLOSE CUSTOMER-MASTER
                         GO TO 020-Open-Customers-End
              END-READ.
              MOVE "Y" TO Cust-Present.
       020-Open-Customers-End.
              EXIT.

      *> ダイ表マスタ: 行の先頭の語が表 ID (版ごとに1行)
       030-Load-Dies.
              OPEN INPUT DIE-MASTER.
              IF Die-Master-Status NOT = "00" THEN
                     IF Die-Master-Status = "05" THEN
                            CLOSE DIE-MASTER
                     END-IF
                     GO TO 030-Load-Dies-End
              END-IF.
       031-Read-Die.
              READ DIE-MASTER
                     AT END
                         CLOSE DIE-MASTER
                         GO TO 030-Load-Dies-End
              END-READ.
              IF DIE-MASTER-RECORD = SPACE
              OR DIE-MASTER-RECORD(1:1) = "*" THEN
                     GO TO 031-Read-Die
              END-IF.
              MOVE SPACE TO Tok-1.
              UNSTRING DIE-MASTER-RECORD DELIMITED BY ALL " "
                     INTO Tok-1.
              MOVE Tok-1 TO Audit-Code.
              PERFORM 855-Find-Die.
              IF DM-Found > 0 THEN
                     GO TO 031-Read-Die
              END-IF.
              IF DM-Count >= 200 THEN
                     DISPLAY "ERROR: DIE-MASTER EXCEEDS 200 TABLES"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO DM-Count.
              MOVE Tok-1 TO dm-id(DM-Count).
              MOVE "Y" TO Die-Present.
              GO TO 031-Read-Die.
       030-Load-Dies-End.
              EXIT.

      *> デッキ集: "DECK 名前" の行の次がカード行
       040-Load-Decks.
              OPEN INPUT DECK-LIBRARY.
              IF Deck-Library-Status NOT = "00" THEN
                     IF Deck-Library-Status = "05" THEN
                            CLOSE DECK-LIBRARY
                     END-IF
                     GO TO 040-Load-Decks-End
              END-IF.
       041-Read-Deck.
              READ DECK-LIBRARY
                     AT END
                         CLOSE DECK-LIBRARY
                         GO TO 040-Load-Decks-End
              END-READ.
              IF DECK-LIBRARY-RECORD(1:5) NOT = "DECK " THEN
                     GO TO 041-Read-Deck
              END-IF.
              MOVE SPACE TO Tok-1 Tok-2.
              UNSTRING DECK-LIBRARY-RECORD DELIMITED BY ALL " "
                     INTO Tok-1 Tok-2.
              IF Tok-2 = SPACE THEN
                     GO TO 041-Read-Deck
              END-IF.
              IF DK-Count >= 100 THEN
                     DISPLAY "ERROR: DECK-LIBRARY EXCEEDS 100 DECKS"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO DK-Count.
              MOVE Tok-2 TO dk-name(DK-Count).
              MOVE "Y" TO Deck-Present.
              GO TO 041-Read-Deck.
       040-Load-Decks-End.
              EXIT.

       080-Show-Masters.
              MOVE "MASTERS" TO Rpt-Line.
              PERFORM Write-Report-Line.
              MOVE "STOCK-MASTER" TO Audit-Master.
              MOVE "PART" TO Audit-Field.
              MOVE Stock-Present TO Audit-Flag.
              PERFORM 085-Show-Master.
              MOVE "CUSTOMER-MASTER" TO Audit-Master.
              MOVE "CUSTOMER" TO Audit-Field.
              MOVE Cust-Present TO Audit-Flag.
              PERFORM 085-Show-Master.
              MOVE "SUPPLIER-MASTER" TO Audit-Master.
              MOVE "SUPPLIER" TO Audit-Field.
              MOVE Supp-Present TO Audit-Flag.
              PERFORM 085-Show-Master.
              MOVE "TANK-MASTER" TO Audit-Master.
              MOVE "TANK" TO Audit-Field.
              MOVE Tank-Present TO Audit-Flag.
              PERFORM 085-Show-Master.
              MOVE "DIE-MASTER" TO Audit-Master.
              MOVE "DIE TABLE" TO Audit-Field.
              MOVE Die-Present TO Audit-Flag.
              PERFORM 085-Show-Master.
              MOVE "DECK-LIBRARY" TO Audit-Master.
              MOVE "DECK" TO Audit-Field.
              MOVE Deck-Present TO Audit-Flag.
              PERFORM 085-Show-Master.

       085-Show-Master.
              IF Audit-Flag = "Y" THEN
                     STRING "  " DELIMITED BY SIZE
                            Audit-Master DELIMITED BY SIZE
                            " CHECKS " DELIMITED BY SIZE
                            TRIM(Audit-Field) DELIMITED BY SIZE
                            " CODES" DELIMITED BY SIZE
                            INTO Rpt-Line
                     END-STRING
              ELSE
                     STRING "  " DELIMITED BY SIZE
                            Audit-Master DELIMITED BY SIZE
                            " EMPTY OR ABSENT, " DELIMITED BY SIZE
                            TRIM(Audit-Field) DELIMITED BY SIZE
                            " CODES NOT CHECKED" DELIMITED BY SIZE
                            INTO Rpt-Line
                     END-STRING
              END-IF.
              PERFORM Write-Report-Line.

      *> 受注マスタ: 品目と得意先。廃棄された受注は処理されて
      *> いないので見ない
       100-Audit-Orders.
              MOVE "ORDER-MASTER" TO Audit-File.
              IF Stock-Present = "Y" OR Cust-Present = "Y" THEN
                     MOVE "Y" TO Audit-Flag
              ELSE
                     MOVE "N" TO Audit-Flag
              END-IF.
              PERFORM 800-Begin-File.
              IF af-verdict(AF-Idx) = "SKIP" THEN
                     GO TO 100-Audit-Orders-End
              END-IF.
              OPEN INPUT ORDER-MASTER.
              IF Order-Master-Status NOT = "00" THEN
                     IF Order-Master-Status = "05" THEN
                            CLOSE ORDER-MASTER
                     END-IF
                     GO TO 102-Orders-Done
              END-IF.
       101-Read-Order.
              READ ORDER-MASTER NEXT
                     AT END
                         CLOSE ORDER-MASTER
                         GO TO 102-Orders-Done
              END-READ.
              IF TRIM(OM-STATUS) = "DEADLETTERED" THEN
                     GO TO 101-Read-Order
              END-IF.
              ADD 1 TO af-records(AF-Idx).
              MOVE SPACE TO Audit-Ref.
              STRING "ORDER " DELIMITED BY SIZE
                     TRIM(OM-ORDER) DELIMITED BY SIZE
                     INTO Audit-Ref
              END-STRING.
              MOVE "OM-ITEM" TO Audit-Field.
              MOVE OM-ITEM TO Audit-Code.
              PERFORM 810-Check-Part THRU 810-Check-Part-End.
              MOVE "OM-CUST" TO Audit-Field.
              MOVE OM-CUST TO Audit-Code.
              PERFORM 820-Check-Customer THRU 820-Check-Customer-End.
              GO TO 101-Read-Order.
       102-Orders-Done.
              PERFORM 890-End-File.
       100-Audit-Orders-End.
              EXIT.

      *> 与信保留: 得意先
       110-Audit-Credit-Hold.
              MOVE "CREDIT-HOLD" TO Audit-File.
              MOVE Cust-Present TO Audit-Flag.
              PERFORM 800-Begin-File.
              IF af-verdict(AF-Idx) = "SKIP" THEN
                     GO TO 110-Audit-Credit-Hold-End
              END-IF.
              OPEN INPUT CREDIT-HOLD.
              IF Credit-Hold-Status NOT = "00" THEN
                     IF Credit-Hold-Status = "05" THEN
                            CLOSE CREDIT-HOLD
                     END-IF
                     GO TO 112-Credit-Hold-Done
              END-IF.
       111-Read-Credit-Hold.
              READ CREDIT-HOLD
                     AT END
                         CLOSE CREDIT-HOLD
                         GO TO 112-Credit-Hold-Done
              END-READ.
              PERFORM 870-Line-Ref.
              IF CREDIT-HOLD-RECORD = SPACE THEN
                     GO TO 111-Read-Credit-Hold
              END-IF.
              ADD 1 TO af-records(AF-Idx).
              MOVE "CH-CUST" TO Audit-Field.
              MOVE CH-CUST TO Audit-Code.
              PERFORM 820-Check-Customer THRU 820-Check-Customer-End.
              GO TO 111-Read-Credit-Hold.
       112-Credit-Hold-Done.
              PERFORM 890-End-File.
       110-Audit-Credit-Hold-End.
              EXIT.

      *> バックオーダ: 部品と得意先 (Tareme の欠品行は得意先なし)
       120-Audit-Backorders.
              MOVE "BACKORDER" TO Audit-File.
              IF Stock-Present = "Y" OR Cust-Present = "Y" THEN
                     MOVE "Y" TO Audit-Flag
              ELSE
                     MOVE "N" TO Audit-Flag
              END-IF.
              PERFORM 800-Begin-File.
              IF af-verdict(AF-Idx) = "SKIP" THEN
                     GO TO 120-Audit-Backorders-End
              END-IF.
              OPEN INPUT BACKORDER.
              IF Backorder-Status NOT = "00" THEN
                     IF Backorder-Status = "05" THEN
                            CLOSE BACKORDER
                     END-IF
                     GO TO 122-Backorders-Done
              END-IF.
       121-Read-Backorder.
              READ BACKORDER
                     AT END
                         CLOSE BACKORDER
                         GO TO 122-Backorders-Done
              END-READ.
              PERFORM 870-Line-Ref.
              IF BACKORDER-RECORD = SPACE THEN
                     GO TO 121-Read-Backorder
              END-IF.
              ADD 1 TO af-records(AF-Idx).
              MOVE "BK-ITEM" TO Audit-Field.
              MOVE BK-ITEM TO Audit-Code.
              PERFORM 810-Check-Part THRU 810-Check-Part-End.
              MOVE "BK-CUST" TO Audit-Field.
              MOVE BK-CUST TO Audit-Code.
              PERFORM 820-Check-Customer THRU 820-Check-Customer-End.
              GO TO 121-Read-Backorder.
       122-Backorders-Done.
              PERFORM 890-End-File.
       120-Audit-Backorders-End.
              EXIT.

      *> 発注マスタ: 部品と仕入先 (仕入先を割り当てる前の発注は空白)
       130-Audit-Po-Master.
              MOVE "PO-MASTER" TO Audit-File.
              IF Stock-Present = "Y" OR Supp-Present = "Y" THEN
                     MOVE "Y" TO Audit-Flag
              ELSE
                     MOVE "N" TO Audit-Flag
              END-IF.
              PERFORM 800-Begin-File.
              IF af-verdict(AF-Idx) = "SKIP" THEN
                     GO TO 130-Audit-Po-Master-End
              END-IF.
              OPEN INPUT PO-MASTER.
              IF Po-Master-Status NOT = "00" THEN
                     IF Po-Master-Status = "05" THEN
                            CLOSE PO-MASTER
                     END-IF
                     GO TO 132-Po-Master-Done
              END-IF.
       131-Read-Po.
              READ PO-MASTER
                     AT END
                         CLOSE PO-MASTER
                         GO TO 132-Po-Master-Done
              END-READ.
              IF PO-MASTER-RECORD = SPACE THEN
                     GO TO 131-Read-Po
              END-IF.
              ADD 1 TO af-records(AF-Idx).
              MOVE SPACE TO Audit-Ref.
              STRING "PO " DELIMITED BY SIZE
                     PO-NO DELIMITED BY SIZE
                     INTO Audit-Ref
              END-STRING.
              MOVE "PO-PART" TO Audit-Field.
              MOVE PO-PART TO Audit-Code.
              PERFORM 810-Check-Part THRU 810-Check-Part-End.
              MOVE "PO-SUPPLIER" TO Audit-Field.
              MOVE PO-SUPPLIER TO Audit-Code.
              PERFORM 830-Check-Supplier THRU 830-Check-Supplier-End.
              GO TO 131-Read-Po.
       132-Po-Master-Done.
              PERFORM 890-End-File.
       130-Audit-Po-Master-End.
              EXIT.

      *> 部品別仕入先: "部品 仕入先 [単価]" の部品と仕入先
       140-Audit-Part-Suppliers.
              MOVE "PART-SUPPLIERS" TO Audit-File.
              IF Stock-Present = "Y" OR Supp-Present = "Y" THEN
                     MOVE "Y" TO Audit-Flag
              ELSE
                     MOVE "N" TO Audit-Flag
              END-IF.
              PERFORM 800-Begin-File.
              IF af-verdict(AF-Idx) = "SKIP" THEN
                     GO TO 140-Audit-Part-Suppliers-End
              END-IF.
              OPEN INPUT PART-SUPPLIERS.
              IF Part-Supp-Status NOT = "00" THEN
                     IF Part-Supp-Status = "05" THEN
                            CLOSE PART-SUPPLIERS
                     END-IF
                     GO TO 142-Part-Suppliers-Done
              END-IF.
       141-Read-Part-Supplier.
              READ PART-SUPPLIERS
                     AT END
                         CLOSE PART-SUPPLIERS
                         GO TO 142-Part-Suppliers-Done
              END-READ.
              PERFORM 870-Line-Ref.
              IF PART-SUPPLIERS-RECORD = SPACE
              OR PART-SUPPLIERS-RECORD(1:1) = "*" THEN
                     GO TO 141-Read-Part-Supplier
              END-IF.
              ADD 1 TO af-records(AF-Idx).
              MOVE SPACE TO Tok-1 Tok-2.
              UNSTRING PART-SUPPLIERS-RECORD DELIMITED BY ALL " "
                     INTO Tok-1 Tok-2.
              MOVE "PART" TO Audit-Field.
              MOVE Tok-1 TO Audit-Code.
              PERFORM 810-Check-Part THRU 810-Check-Part-End.
              MOVE "SUPPLIER" TO Audit-Field.
              MOVE Tok-2 TO Audit-Code.
              PERFORM 830-Check-Supplier THRU 830-Check-Supplier-End.
              GO TO 141-Read-Part-Supplier.
       142-Part-Suppliers-Done.
              PERFORM 890-End-File.
       140-Audit-Part-Suppliers-End.
              EXIT.

      *> 仕入先実績: 仕入先
       150-Audit-Supp-History.
              MOVE "SUPPLIER-HISTORY" TO Audit-File.
              MOVE Supp-Present TO Audit-Flag.
              PERFORM 800-Begin-File.
              IF af-verdict(AF-Idx) = "SKIP" THEN
                     GO TO 150-Audit-Supp-History-End
              END-IF.
              OPEN INPUT SUPPLIER-HISTORY.
              IF Supplier-Status NOT = "00" THEN
                     IF Supplier-Status = "05" THEN
                            CLOSE SUPPLIER-HISTORY
                     END-IF
                     GO TO 152-Supp-History-Done
              END-IF.
       151-Read-Supp-History.
              READ SUPPLIER-HISTORY
                     AT END
                         CLOSE SUPPLIER-HISTORY
                         GO TO 152-Supp-History-Done
              END-READ.
              PERFORM 870-Line-Ref.
              IF SUPPLIER-HISTORY-RECORD = SPACE THEN
                     GO TO 151-Read-Supp-History
              END-IF.
              ADD 1 TO af-records(AF-Idx).
              MOVE "SH-CODE" TO Audit-Field.
              MOVE SH-CODE TO Audit-Code.
              PERFORM 830-Check-Supplier THRU 830-Check-Supplier-End.
              GO TO 151-Read-Supp-History.
       152-Supp-History-Done.
              PERFORM 890-End-File.
       150-Audit-Supp-History-End.
              EXIT.

      *> タンク状態: タンク番号
       160-Audit-Tank-State.
              MOVE "TANK-STATE" TO Audit-File.
              MOVE Tank-Present TO Audit-Flag.
              PERFORM 800-Begin-File.
              IF af-verdict(AF-Idx) = "SKIP" THEN
                     GO TO 160-Audit-Tank-State-End
              END-IF.
              OPEN INPUT TANK-STATE.
              IF Tank-State-Status NOT = "00" THEN
                     IF Tank-State-Status = "05" THEN
                            CLOSE TANK-STATE
                     END-IF
                     GO TO 162-Tank-State-Done
              END-IF.
       161-Read-Tank-State.
              READ TANK-STATE
                     AT END
                         CLOSE TANK-STATE
                         GO TO 162-Tank-State-Done
              END-READ.
              PERFORM 870-Line-Ref.
              IF TANK-STATE-RECORD = SPACE THEN
                     GO TO 161-Read-Tank-State
              END-IF.
              ADD 1 TO af-records(AF-Idx).
              MOVE "TSR-K" TO Audit-Field.
              MOVE TANK-STATE-RECORD(1:2) TO Audit-Tank.
              PERFORM 840-Check-Tank THRU 840-Check-Tank-End.
              GO TO 161-Read-Tank-State.
       162-Tank-State-Done.
              PERFORM 890-End-File.
       160-Audit-Tank-State-End.
              EXIT.

      *> QC票: タンク番号
       170-Audit-Qc-Tickets.
              MOVE "QC-TICKETS" TO Audit-File.
              MOVE Tank-Present TO Audit-Flag.
              PERFORM 800-Begin-File.
              IF af-verdict(AF-Idx) = "SKIP" THEN
                     GO TO 170-Audit-Qc-Tickets-End
              END-IF.
              OPEN INPUT QC-TICKETS.
              IF Qc-Tickets-Status NOT = "00" THEN
                     IF Qc-Tickets-Status = "05" THEN
                            CLOSE QC-TICKETS
                     END-IF
                     GO TO 172-Qc-Tickets-Done
              END-IF.
       171-Read-Qc-Ticket.
              READ QC-TICKETS
                     AT END
                         CLOSE QC-TICKETS
                         GO TO 172-Qc-Tickets-Done
              END-READ.
              IF QC-TICKETS-RECORD = SPACE THEN
                     GO TO 171-Read-Qc-Ticket
              END-IF.
              ADD 1 TO af-records(AF-Idx).
              MOVE SPACE TO Audit-Ref.
              STRING "TICKET " DELIMITED BY SIZE
                     QC-TICKETS-RECORD(1:6) DELIMITED BY SIZE
                     INTO Audit-Ref
              END-STRING.
              MOVE "QT-TANK" TO Audit-Field.
              MOVE QC-TICKETS-RECORD(8:2) TO Audit-Tank.
              PERFORM 840-Check-Tank THRU 840-Check-Tank-End.
              GO TO 171-Read-Qc-Ticket.
       172-Qc-Tickets-Done.
              PERFORM 890-End-File.
       170-Audit-Qc-Tickets-End.
              EXIT.

      *> rio ジャーナル: 全種別がタンク番号を持つ
       180-Audit-Journal.
              MOVE "RIO-JOURNAL" TO Audit-File.
              MOVE Tank-Present TO Audit-Flag.
              PERFORM 800-Begin-File.
              IF af-verdict(AF-Idx) = "SKIP" THEN
                     GO TO 180-Audit-Journal-End
              END-IF.
              OPEN INPUT RIO-JOURNAL.
              IF Journal-Status NOT = "00" THEN
                     IF Journal-Status = "05" THEN
                            CLOSE RIO-JOURNAL
                     END-IF
                     GO TO 182-Journal-Done
              END-IF.
       181-Read-Journal.
              READ RIO-JOURNAL
                     AT END
                         CLOSE RIO-JOURNAL
                         GO TO 182-Journal-Done
              END-READ.
              PERFORM 870-Line-Ref.
              IF RIO-JOURNAL-RECORD = SPACE THEN
                     GO TO 181-Read-Journal
              END-IF.
              ADD 1 TO af-records(AF-Idx).
              MOVE "RJ-K" TO Audit-Field.
              MOVE RIO-JOURNAL-RECORD(31:2) TO Audit-Tank.
              PERFORM 840-Check-Tank THRU 840-Check-Tank-End.
              GO TO 181-Read-Journal.
       182-Journal-Done.
              PERFORM 890-End-File.
       180-Audit-Journal-End.
              EXIT.

      *> ダイ承認: 表 ID
       190-Audit-Die-Approvals.
              MOVE "DIE-APPROVALS" TO Audit-File.
              MOVE Die-Present TO Audit-Flag.
              PERFORM 800-Begin-File.
              IF af-verdict(AF-Idx) = "SKIP" THEN
                     GO TO 190-Audit-Die-Approvals-End
              END-IF.
              OPEN INPUT DIE-APPROVALS.
              IF Die-Approvals-Status NOT = "00" THEN
                     IF Die-Approvals-Status = "05" THEN
                            CLOSE DIE-APPROVALS
                     END-IF
                     GO TO 192-Die-Approvals-Done
              END-IF.
       191-Read-Die-Approval.
              READ DIE-APPROVALS
                     AT END
                         CLOSE DIE-APPROVALS
                         GO TO 192-Die-Approvals-Done
              END-READ.
              PERFORM 870-Line-Ref.
              IF DIE-APPROVALS-RECORD = SPACE THEN
                     GO TO 191-Read-Die-Approval
              END-IF.
              ADD 1 TO af-records(AF-Idx).
              MOVE "DA-ID" TO Audit-Field.
              MOVE DA-ID TO Audit-Code.
              PERFORM 850-Check-Die THRU 850-Check-Die-End.
              GO TO 191-Read-Die-Approval.
       192-Die-Approvals-Done.
              PERFORM 890-End-File.
       190-Audit-Die-Approvals-End.
              EXIT.

      *> ダイ回帰結果: 表 ID
       200-Audit-Die-Regression.
              MOVE "DIE-REGRESSION" TO Audit-File.
              MOVE Die-Present TO Audit-Flag.
              PERFORM 800-Begin-File.
              IF af-verdict(AF-Idx) = "SKIP" THEN
                     GO TO 200-Audit-Die-Regression-End
              END-IF.
              OPEN INPUT DIE-REGRESSION.
              IF Die-Regression-Status NOT = "00" THEN
                     IF Die-Regression-Status = "05" THEN
                            CLOSE DIE-REGRESSION
                     END-IF
                     GO TO 202-Die-Regression-Done
              END-IF.
       201-Read-Die-Regression.
              READ DIE-REGRESSION
                     AT END
                         CLOSE DIE-REGRESSION
                         GO TO 202-Die-Regression-Done
              END-READ.
              PERFORM 870-Line-Ref.
              IF DIE-REGRESSION-RECORD = SPACE THEN
                     GO TO 201-Read-Die-Regression
              END-IF.
              ADD 1 TO af-records(AF-Idx).
              MOVE "DR-ID" TO Audit-Field.
              MOVE DR-ID TO Audit-Code.
              PERFORM 850-Check-Die THRU 850-Check-Die-End.
              GO TO 201-Read-Die-Regression.
       202-Die-Regression-Done.
              PERFORM 890-End-File.
       200-Audit-Die-Regression-End.
              EXIT.

      *> リーグ順位表: デッキ名
       210-Audit-Standings.
              MOVE "SEIFUKU-STANDINGS" TO Audit-File.
              MOVE Deck-Present TO Audit-Flag.
              PERFORM 800-Begin-File.
              IF af-verdict(AF-Idx) = "SKIP" THEN
                     GO TO 210-Audit-Standings-End
              END-IF.
              OPEN INPUT SEIFUKU-STANDINGS.
              IF Standings-Status NOT = "00" THEN
                     IF Standings-Status = "05" THEN
                            CLOSE SEIFUKU-STANDINGS
                     END-IF
                     GO TO 212-Standings-Done
              END-IF.
       211-Read-Standing.
              READ SEIFUKU-STANDINGS
                     AT END
                         CLOSE SEIFUKU-STANDINGS
                         GO TO 212-Standings-Done
              END-READ.
              IF SEIFUKU-STANDINGS-RECORD = SPACE THEN
                     GO TO 211-Read-Standing
              END-IF.
              ADD 1 TO af-records(AF-Idx).
              MOVE SPACE TO Audit-Ref.
              STRING "ROUND " DELIMITED BY SIZE
                     SEIFUKU-STANDINGS-RECORD(1:4) DELIMITED BY SIZE
                     INTO Audit-Ref
              END-STRING.
              MOVE "SS-DECK" TO Audit-Field.
              MOVE SS-DECK TO Audit-Code.
              PERFORM 860-Check-Deck THRU 860-Check-Deck-End.
              GO TO 211-Read-Standing.
       212-Standings-Done.
              PERFORM 890-End-File.
       210-Audit-Standings-End.
              EXIT.

      *> 結果ファイルを書き直す (前回の監査の結果は残さない)
       700-Write-Summary.
              OPEN OUTPUT ORPHAN-SUMMARY.
              PERFORM VARYING AF-Idx FROM 1 BY 1
              UNTIL AF-Idx > AF-Count
                     MOVE SPACE TO ORPHAN-SUMMARY-RECORD
                     MOVE af-file(AF-Idx) TO OS-FILE
                     MOVE Audit-Today TO OS-DATE
                     MOVE af-records(AF-Idx) TO OS-RECORDS
                     MOVE af-orphans(AF-Idx) TO OS-ORPHANS
                     MOVE af-verdict(AF-Idx) TO OS-VERDICT
                     WRITE ORPHAN-SUMMARY-RECORD
              END-PERFORM.
              CLOSE ORPHAN-SUMMARY.

      *> Audit-File を表に足して見出しを出す。Audit-Flag = "N" は
      *> そのファイルのコードのマスタがどれも無いので調べない
       800-Begin-File.
              ADD 1 TO AF-Count.
              MOVE AF-Count TO AF-Idx.
              MOVE Audit-File TO af-file(AF-Idx).
              MOVE 0 TO af-records(AF-Idx) af-orphans(AF-Idx).
              MOVE SPACE TO af-verdict(AF-Idx).
              MOVE 0 TO Audit-Line.
              MOVE SPACE TO Audit-Ref.
              PERFORM Write-Report-Line.
              STRING "FILE " DELIMITED BY SIZE
                     Audit-File DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              IF Audit-Flag = "N" THEN
                     MOVE "SKIP" TO af-verdict(AF-Idx)
                     MOVE "  NOT CHECKED, NO MASTER FOR ITS CODES"
                            TO Rpt-Line
                     PERFORM Write-Report-Line
              END-IF.

       810-Check-Part.
              IF Stock-Present = "N" OR Audit-Code = SPACE THEN
                     GO TO 810-Check-Part-End
              END-IF.
              MOVE Audit-Code TO SM-PART-CODE.
              READ STOCK-MASTER
                  INVALID KEY
                      MOVE "STOCK-MASTER" TO Audit-Master
                      PERFORM 880-Report-Orphan
              END-READ.
       810-Check-Part-End.
              EXIT.

       820-Check-Customer.
              IF Cust-Present = "N" OR Audit-Code = SPACE THEN
                     GO TO 820-Check-Customer-End
              END-IF.
              MOVE Audit-Code TO CMR-CODE.
              READ CUSTOMER-MASTER
                  INVALID KEY
                      MOVE "CUSTOMER-MASTER" TO Audit-Master
                      PERFORM 880-Report-Orphan
              END-READ.
       820-Check-Customer-End.
              EXIT.

       830-Check-Supplier.
              IF Supp-Present = "N" OR Audit-Code = SPACE THEN
                     GO TO 830-Check-Supplier-End
              END-IF.
              MOVE Audit-Code TO Supp-Code.
              PERFORM Find-Supplier.
              IF SU-Found = 0 THEN
                     MOVE "SUPPLIER-MASTER" TO Audit-Master
                     PERFORM 880-Report-Orphan
              END-IF.
       830-Check-Supplier-End.
              EXIT.

      *> 数字でないタンク番号もマスタにないものとして出す
       840-Check-Tank.
              IF Tank-Present = "N" THEN
                     GO TO 840-Check-Tank-End
              END-IF.
              MOVE Audit-Tank TO Audit-Code.
              IF Audit-Tank IS NUMERIC THEN
                     MOVE Audit-Tank TO TM-Key
                     PERFORM Find-Tank-Master
                     IF TM-Found > 0 THEN
                            GO TO 840-Check-Tank-End
                     END-IF
              END-IF.
              MOVE "TANK-MASTER" TO Audit-Master.
              PERFORM 880-Report-Orphan.
       840-Check-Tank-End.
              EXIT.

       850-Check-Die.
              IF Die-Present = "N" OR Audit-Code = SPACE THEN
                     GO TO 850-Check-Die-End
              END-IF.
              PERFORM 855-Find-Die.
              IF DM-Found = 0 THEN
                     MOVE "DIE-MASTER" TO Audit-Master
                     PERFORM 880-Report-Orphan
              END-IF.
       850-Check-Die-End.
              EXIT.

       855-Find-Die.
              MOVE 0 TO DM-Found.
              PERFORM VARYING DM-Idx FROM 1 BY 1
              UNTIL DM-Idx > DM-Count OR DM-Found > 0
                     IF dm-id(DM-Idx) = Audit-Code THEN
                            MOVE DM-Idx TO DM-Found
                     END-IF
              END-PERFORM.

       860-Check-Deck.
              IF Deck-Present = "N" OR Audit-Code = SPACE THEN
                     GO TO 860-Check-Deck-End
              END-IF.
              MOVE 0 TO DK-Found.
              PERFORM VARYING DK-Idx FROM 1 BY 1
              UNTIL DK-Idx > DK-Count OR DK-Found > 0
                     IF dk-name(DK-Idx) = Audit-Code THEN
                            MOVE DK-Idx TO DK-Found
                     END-IF
              END-PERFORM.
              IF DK-Found = 0 THEN
                     MOVE "DECK-LIBRARY" TO Audit-Master
                     PERFORM 880-Report-Orphan
              END-IF.
       860-Check-Deck-End.
              EXIT.

      *> キーのないファイルは行番号 (注記・空行も数える) で指す
       870-Line-Ref.
              ADD 1 TO Audit-Line.
              MOVE Audit-Line TO Audit-Line-Z.
              MOVE SPACE TO Audit-Ref.
              STRING "LINE " DELIMITED BY SIZE
                     TRIM(Audit-Line-Z) DELIMITED BY SIZE
                     INTO Audit-Ref
              END-STRING.

       880-Report-Orphan.
              ADD 1 TO af-orphans(AF-Idx).
              STRING "  " DELIMITED BY SIZE
                     Audit-Ref DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     Audit-Field DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     Audit-Code DELIMITED BY SIZE
                     " NOT ON " DELIMITED BY SIZE
                     TRIM(Audit-Master) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.

      *> ファイルの件数を出し、孤立コードがあればエラーログへ上げる
       890-End-File.
              ADD af-records(AF-Idx) TO Audit-Read.
              ADD af-orphans(AF-Idx) TO Audit-Orphans.
              MOVE af-records(AF-Idx) TO Audit-Z1.
              MOVE af-orphans(AF-Idx) TO Audit-Z2.
              STRING "  " DELIMITED BY SIZE
                     TRIM(Audit-Z1) DELIMITED BY SIZE
                     " RECORD(S) READ, " DELIMITED BY SIZE
                     TRIM(Audit-Z2) DELIMITED BY SIZE
                     " ORPHAN CODE(S)" DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              IF af-orphans(AF-Idx) = 0 THEN
                     MOVE "PASS" TO af-verdict(AF-Idx)
              ELSE
                     MOVE "FAIL" TO af-verdict(AF-Idx)
                     ADD 1 TO Audit-Dirty
                     MOVE "REF-001" TO Err-Code
                     MOVE "W" TO Err-Severity
                     MOVE "FOREIGN CODE NOT ON ITS MASTER FILE"
                            TO Err-Text
                     MOVE SPACE TO Err-Input
                     STRING TRIM(Audit-File) DELIMITED BY SIZE
                            " ORPHANS " DELIMITED BY SIZE
                            TRIM(Audit-Z2) DELIMITED BY SIZE
                            INTO Err-Input
                     END-STRING
                     PERFORM Write-Error-Log
              END-IF.

       COPY SUPPMSTPD.
       COPY TANKMSTPD.
       COPY REPORTPD.
       COPY ALERTQPD.
       COPY ERRLOGPD.
       COPY RUNHISTPD.
       END PROGRAM MAIN.
