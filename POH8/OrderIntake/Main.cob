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
       COPY SEALSL.
       COPY CUSTMSTSL.
       COPY ORDMSTSL.
       COPY KBOXSL.
       COPY RUNHISTSL.
              SELECT OPTIONAL CUSTOMER-ORDERS
                     ASSIGN TO "CUSTOMER-ORDERS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Cust-Orders-Status.
              SELECT ORDERS-IN
                     ASSIGN TO "ORDERS-IN"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Orders-In-Status.
              SELECT INTAKE-REJECTS
                     ASSIGN TO "INTAKE-REJECTS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Rejects-Status.
              SELECT OPTIONAL ORDER-INTAKE-LOG
                     ASSIGN TO "ORDER-INTAKE-LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Intake-Log-Status.
              SELECT OPTIONAL KATYUSHA-DEADLETTER
                     ASSIGN TO "KATYUSHA-DEADLETTER"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Deadletter-Status.
              SELECT OPTIONAL CREDIT-HOLD
                     ASSIGN TO "CREDIT-HOLD"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Credit-Hold-Status.
              SELECT ORDER-ACK
                     ASSIGN TO DYNAMIC Ack-Path
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Ack-Status.
       DATA DIVISION.
       FILE SECTION.
       COPY STOCKFD.
       COPY SEALFD.
       COPY CUSTMSTFD.
       COPY ORDMSTFD.
       COPY KBOXFD.
       COPY RUNHISTFD.
      *> 顧客から届く区切り形式の受注
      *> ("order,customer,item,quantity,price,pack,box-cost")
       FD  CUSTOMER-ORDERS.
              01 CUSTOMER-ORDERS-RECORD PIC X(120).
       FD  ORDERS-IN.
              01 ORDERS-IN-RECORD PIC X(40).
       FD  INTAKE-REJECTS.
              01 INTAKE-REJECTS-RECORD PIC X(160).
      *> 取込んだ受注1行ごとの記録。受付確認はこれを元に作る
       FD  ORDER-INTAKE-LOG.
              01 ORDER-INTAKE-LOG-RECORD.
                     05 IL-DATE   PIC 9(8).
                     05 FILLER    PIC X.
                     05 IL-LINE   PIC 9(6).
                     05 FILLER    PIC X.
                     05 IL-ORDER  PIC X(10).
                     05 FILLER    PIC X.
                     05 IL-CUST   PIC X(10).
                     05 FILLER    PIC X.
                     05 IL-ITEM   PIC X(10).
                     05 FILLER    PIC X.
                     05 IL-QTY    PIC 9(7).
                     05 FILLER    PIC X.
                     05 IL-STATUS PIC X(8).
                     05 FILLER    PIC X.
                     05 IL-REASON PIC X(40).
       FD  KATYUSHA-DEADLETTER.
              01 DEADLETTER-RECORD PIC X(80).
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
       FD  ORDER-ACK.
              01 ORDER-ACK-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY STOCKWS.
       COPY SEALWS.
       COPY ORDMSTWS.
       COPY RUNHISTWS.
       COPY TRAILERWS.
       COPY REPORTWS.
       01 Cust-Master-Status PIC XX.
       01 Boxes-Status PIC XX.
       01 Cust-Orders-Status PIC XX.
       01 Orders-In-Status PIC XX.
       01 Rejects-Status PIC XX.
       01 Intake-Log-Status PIC XX.
       01 Deadletter-Status PIC XX.
       01 Credit-Hold-Status PIC XX.
       01 Ack-Status PIC XX.
       01 Command-Values.
              05 Cmd-Line     PIC X(30).
              05 Cmd-Verb     PIC X(10).
      *> 取込み: 1行を区切り文字で分けた項目と検査結果
       01 Intake-Values.
              05 In-Date      PIC 9(8).
              05 In-Line      PIC 9(6) VALUE 0.
              05 In-Line-Z    PIC Z(5)9.
              05 In-Read      PIC 9(6) VALUE 0.
              05 In-Queued    PIC 9(6) VALUE 0.
              05 In-Rejected  PIC 9(6) VALUE 0.
              05 In-Fields    PIC 99.
              05 In-Idx       PIC 99.
              05 In-Tok OCCURS 8 TIMES PIC X(30).
              05 In-Len OCCURS 8 TIMES PIC 9(3).
              05 In-Spaces    PIC 99.
              05 In-Key-Bad   PIC X.
              05 In-Reason    PIC X(40).
              05 In-Status    PIC X(8).
              05 In-Order     PIC X(10).
              05 In-Cust      PIC X(10).
              05 In-Item      PIC X(10).
              05 In-Qty       PIC 9(7).
              05 In-Header    PIC X(40).
              05 In-Detail    PIC X(40).
              05 In-Overflow  PIC X.
              05 Om-Open      PIC X VALUE "N".
              05 Cm-Open      PIC X VALUE "N".
              05 In-Cnt-Z     PIC Z(5)9.
      *> 今回の取込みで受け付けた受注番号 (ファイル内の重複検出)
       01 Queued-Values.
              05 QO-Count PIC 9(4) VALUE 0.
              05 QO-Idx   PIC 9(4).
              05 QO-Found PIC 9(4).
              05 qo-order PIC X(10) OCCURS 1000 TIMES.
      *> 受付確認: 取込み記録の受注ごとの夜間バッチの結果
       01 Ack-Table-Values.
              05 AK-Count PIC 9(4) VALUE 0.
              05 AK-Idx   PIC 9(4).
              05 AK-Jdx   PIC 9(4).
              05 AK-Found PIC 9(4).
              05 AK-Table OCCURS 1000 TIMES.
                     10 ak-order  PIC X(10).
                     10 ak-cust   PIC X(10).
                     10 ak-item   PIC X(10).
                     10 ak-qty    PIC 9(7).
                     10 ak-alloc  PIC 9(7).
                     10 ak-status PIC X(11).
                     10 ak-reason PIC X(40).
                     10 ak-done   PIC X.
       01 Ack-Values.
              05 Ack-Path     PIC X(40).
              05 Ack-Date     PIC 9(8).
              05 Ack-Key      PIC X(10).
              05 Ack-Files    PIC 9(4) VALUE 0.
              05 Ack-Accepted PIC 9(6) VALUE 0.
              05 Ack-Backord  PIC 9(6) VALUE 0.
              05 Ack-Held     PIC 9(6) VALUE 0.
              05 Ack-Rejected PIC 9(6) VALUE 0.
              05 Ack-Pending  PIC 9(6) VALUE 0.
              05 Cu-Accepted  PIC 9(6).
              05 Cu-Backord   PIC 9(6).
              05 Cu-Held      PIC 9(6).
              05 Cu-Rejected  PIC 9(6).
              05 Cu-Pending   PIC 9(6).
              05 Box-Trailer  PIC X VALUE "N".
              05 Dl-Head      PIC X(40).
              05 Dl-Text      PIC X(40).
              05 Dl-Word      PIC X(10).
              05 Dl-Ptr       PIC 9(3).
              05 Dl-Tokens    PIC 9.
              05 Dl-Tok OCCURS 6 TIMES PIC X(10).
              05 Ack-Short    PIC 9(7).
              05 Ack-Qty-Z    PIC Z(6)9.
              05 Ack-Alloc-Z  PIC Z(6)9.
              05 Ack-Short-Z  PIC Z(6)9.
              05 Ack-Z        PIC Z(5)9.
              05 Ack-Z2       PIC Z(5)9.
              05 Ack-Z3       PIC Z(5)9.
              05 Ack-Z4       PIC Z(5)9.
              05 Ack-Z5       PIC Z(5)9.
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
      *> コマンド: INTAKE (顧客受注の取込み) / ACK (受付確認)
              MOVE SPACE TO Cmd-Line.
              ACCEPT Cmd-Line.
              MOVE SPACE TO Cmd-Verb.
              UNSTRING Cmd-Line DELIMITED BY ALL " " INTO Cmd-Verb.
              EVALUATE TRIM(Cmd-Verb)
                  WHEN "INTAKE"
                      PERFORM 100-Intake THRU 100-Intake-End
                  WHEN "ACK"
                      PERFORM 200-Acknowledge
                             THRU 200-Acknowledge-End
                  WHEN OTHER
                      DISPLAY "ERROR: UNKNOWN COMMAND "
                             TRIM(Cmd-Verb)
                      DISPLAY "COMMANDS: INTAKE / ACK"
                      MOVE 1 TO RETURN-CODE
              END-EVALUATE.
              STOP RUN.

      *> 顧客の受注ファイルを検査し、通った行を ORDERS-IN の2行
      *> 形式 (見出し "ORDER-ID CUST ITEM N P" と明細 "M Q") へ
      *> 変換してトレーラを付ける。通らない行は INTAKE-REJECTS へ
       100-Intake.
              MOVE "ORDERINTAKE" TO Run-Hist-Program.
              ACCEPT In-Date FROM DATE YYYYMMDD.
              PERFORM 010-Open-Customers THRU 012-Customers-Opened.
              IF Cm-Open = "N" THEN
                     DISPLAY "ERROR: CUSTOMER-MASTER IS EMPTY OR"
                            " ABSENT, ORDERS CANNOT BE VALIDATED"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              PERFORM Load-Stock-Table THRU Load-Stock-Table-End.
              IF Stock-Count = 0 THEN
                     DISPLAY "ERROR: STOCK-MASTER IS EMPTY OR"
                            " ABSENT, ORDERS CANNOT BE VALIDATED"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              OPEN INPUT CUSTOMER-ORDERS.
              IF Cust-Orders-Status NOT = "00" THEN
                     IF Cust-Orders-Status = "05" THEN
                            CLOSE CUSTOMER-ORDERS
                     END-IF
                     DISPLAY "ERROR: CUSTOMER-ORDERS IS EMPTY OR"
                            " ABSENT"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
      *> 受注マスタにある番号は再取込みとみなして受け付けない
              OPEN INPUT ORDER-MASTER.
              IF Order-Master-Status = "00" THEN
                     MOVE "Y" TO Om-Open
              ELSE
                     IF Order-Master-Status = "05" THEN
                            CLOSE ORDER-MASTER
                     END-IF
              END-IF.
              OPEN OUTPUT ORDERS-IN.
              OPEN OUTPUT INTAKE-REJECTS.
              OPEN OUTPUT ORDER-INTAKE-LOG.
       110-Read-Line.
              READ CUSTOMER-ORDERS
                     AT END
                         GO TO 190-Intake-Done
              END-READ.
              ADD 1 TO In-Line.
              IF CUSTOMER-ORDERS-RECORD = SPACE
              OR CUSTOMER-ORDERS-RECORD(1:1) = "*" THEN
                     GO TO 110-Read-Line
              END-IF.
              PERFORM 120-Split-Line.
      *> 表計算ソフトの見出し行は読み飛ばす
              IF UPPER-CASE(In-Tok(1)) = "ORDER"
              OR UPPER-CASE(In-Tok(1)) = "ORDER-ID" THEN
                     GO TO 110-Read-Line
              END-IF.
              ADD 1 TO In-Read.
              PERFORM 130-Check-Line THRU 130-Check-Line-End.
              IF In-Reason = SPACE THEN
                     PERFORM 150-Write-Order
              ELSE
                     PERFORM 160-Reject-Line
              END-IF.
              GO TO 110-Read-Line.
       190-Intake-Done.
              CLOSE CUSTOMER-ORDERS.
              CLOSE CUSTOMER-MASTER.
              IF Om-Open = "Y" THEN
                     CLOSE ORDER-MASTER
              END-IF.
              PERFORM 170-Write-Trailer.
              CLOSE ORDERS-IN.
              CLOSE INTAKE-REJECTS.
              CLOSE ORDER-INTAKE-LOG.
              MOVE "ORDERINTAKE" TO Rpt-Program.
              MOVE "CUSTOMER ORDER INTAKE" TO Rpt-Title.
              PERFORM Begin-Report.
              MOVE In-Read TO In-Cnt-Z.
              STRING "ORDER LINES READ: " DELIMITED BY SIZE
                     TRIM(In-Cnt-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              MOVE In-Queued TO In-Cnt-Z.
              STRING "ORDERS QUEUED ON ORDERS-IN: " DELIMITED BY SIZE
                     TRIM(In-Cnt-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              MOVE In-Rejected TO In-Cnt-Z.
              STRING "LINES REJECTED: " DELIMITED BY SIZE
                     TRIM(In-Cnt-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              PERFORM End-Report.
              IF In-Rejected > 0 THEN
                     MOVE 2 TO RETURN-CODE
              END-IF.
              MOVE In-Read TO Run-Hist-Read.
              MOVE In-Rejected TO Run-Hist-Reject.
              MOVE In-Queued TO Run-Hist-Total.
              PERFORM Write-Run-History.
       100-Intake-End.
              EXIT.

      *> 1行をカンマで分ける。引用符は外し、各項目は左詰めにする
       120-Split-Line.
              INSPECT CUSTOMER-ORDERS-RECORD REPLACING ALL '"' BY " ".
              MOVE 0 TO In-Fields.
              PERFORM VARYING In-Idx FROM 1 BY 1 UNTIL In-Idx > 8
                     MOVE SPACE TO In-Tok(In-Idx)
                     MOVE 0 TO In-Len(In-Idx)
              END-PERFORM.
              UNSTRING CUSTOMER-ORDERS-RECORD DELIMITED BY ","
                     INTO In-Tok(1) COUNT IN In-Len(1)
                          In-Tok(2) COUNT IN In-Len(2)
                          In-Tok(3) COUNT IN In-Len(3)
                          In-Tok(4) COUNT IN In-Len(4)
                          In-Tok(5) COUNT IN In-Len(5)
                          In-Tok(6) COUNT IN In-Len(6)
                          In-Tok(7) COUNT IN In-Len(7)
                          In-Tok(8) COUNT IN In-Len(8)
                     TALLYING IN In-Fields
              END-UNSTRING.
              PERFORM VARYING In-Idx FROM 1 BY 1 UNTIL In-Idx > 8
                     IF In-Tok(In-Idx) NOT = SPACE THEN
                            MOVE TRIM(In-Tok(In-Idx)) TO In-Tok(In-Idx)
                     END-IF
              END-PERFORM.
      *> 末尾の空項目 (行末のカンマ) は数えない
              IF In-Fields = 8 AND In-Tok(8) = SPACE THEN
                     MOVE 7 TO In-Fields
              END-IF.

      *> 1行の検査。通らなければ In-Reason に理由を返す
       130-Check-Line.
              MOVE SPACE TO In-Reason In-Order In-Cust In-Item.
              MOVE 0 TO In-Qty.
              MOVE In-Tok(1) TO In-Order.
              MOVE In-Tok(2) TO In-Cust.
              MOVE In-Tok(3) TO In-Item.
              IF TRIM(In-Tok(4)) IS NUMERIC
              AND LENGTH(TRIM(In-Tok(4))) <= 7 THEN
                     MOVE NUMVAL(TRIM(In-Tok(4))) TO In-Qty
              END-IF.
              IF In-Fields NOT = 7 THEN
                     MOVE "WRONG NUMBER OF FIELDS" TO In-Reason
                     GO TO 130-Check-Line-End
              END-IF.
              MOVE 1 TO In-Idx.
              PERFORM 140-Check-Key.
              IF In-Key-Bad = "Y"
              OR UPPER-CASE(In-Tok(1)) = "TRAILER" THEN
                     MOVE "BAD ORDER ID" TO In-Reason
                     GO TO 130-Check-Line-End
              END-IF.
              MOVE 0 TO QO-Found.
              PERFORM VARYING QO-Idx FROM 1 BY 1
              UNTIL QO-Idx > QO-Count OR QO-Found > 0
                     IF qo-order(QO-Idx) = In-Order THEN
                            MOVE QO-Idx TO QO-Found
                     END-IF
              END-PERFORM.
              IF QO-Found > 0 THEN
                     MOVE "DUPLICATE ORDER ID IN FILE" TO In-Reason
                     GO TO 130-Check-Line-End
              END-IF.
              IF Om-Open = "Y" THEN
                     MOVE In-Order TO OM-ORDER
                     READ ORDER-MASTER
                         INVALID KEY
                             CONTINUE
                         NOT INVALID KEY
                             MOVE "ORDER ID ALREADY ON ORDER-MASTER"
                                    TO In-Reason
                     END-READ
                     IF In-Reason NOT = SPACE THEN
                            GO TO 130-Check-Line-End
                     END-IF
              END-IF.
              MOVE 2 TO In-Idx.
              PERFORM 140-Check-Key.
              IF In-Key-Bad = "Y" THEN
                     MOVE "BAD CUSTOMER CODE" TO In-Reason
                     GO TO 130-Check-Line-End
              END-IF.
              MOVE In-Cust TO CMR-CODE.
              READ CUSTOMER-MASTER
                  INVALID KEY
                      MOVE "UNKNOWN CUSTOMER" TO In-Reason
              END-READ.
              IF In-Reason NOT = SPACE THEN
                     GO TO 130-Check-Line-End
              END-IF.
              IF TRIM(CMR-STATUS) NOT = "ACTIVE" THEN
                     MOVE "CUSTOMER NOT ACTIVE" TO In-Reason
                     GO TO 130-Check-Line-End
              END-IF.
              MOVE 3 TO In-Idx.
              PERFORM 140-Check-Key.
              IF In-Key-Bad = "Y" THEN
                     MOVE "BAD PART CODE" TO In-Reason
                     GO TO 130-Check-Line-End
              END-IF.
              MOVE 0 TO Stock-Found.
              PERFORM VARYING Stock-Idx FROM 1 BY 1
              UNTIL Stock-Idx > Stock-Count OR Stock-Found > 0
                     IF st-code(Stock-Idx) = In-Item THEN
                            MOVE Stock-Idx TO Stock-Found
                     END-IF
              END-PERFORM.
              IF Stock-Found = 0 THEN
                     MOVE "UNKNOWN PART" TO In-Reason
                     GO TO 130-Check-Line-End
              END-IF.
      *> 数量と箱入数は 1-99999、単価と箱代は 10 桁までの整数
              IF In-Tok(4) = SPACE
              OR TRIM(In-Tok(4)) IS NOT NUMERIC
              OR LENGTH(TRIM(In-Tok(4))) > 5
              OR In-Qty = 0 THEN
                     MOVE "BAD QUANTITY" TO In-Reason
                     GO TO 130-Check-Line-End
              END-IF.
              IF In-Tok(5) = SPACE
              OR TRIM(In-Tok(5)) IS NOT NUMERIC
              OR LENGTH(TRIM(In-Tok(5))) > 10 THEN
                     MOVE "BAD UNIT PRICE" TO In-Reason
                     GO TO 130-Check-Line-End
              END-IF.
              IF In-Tok(6) = SPACE
              OR TRIM(In-Tok(6)) IS NOT NUMERIC
              OR LENGTH(TRIM(In-Tok(6))) > 5 THEN
                     MOVE "BAD PACK SIZE" TO In-Reason
                     GO TO 130-Check-Line-End
              END-IF.
              IF NUMVAL(TRIM(In-Tok(6))) = 0 THEN
                     MOVE "BAD PACK SIZE" TO In-Reason
                     GO TO 130-Check-Line-End
              END-IF.
              IF In-Tok(7) = SPACE
              OR TRIM(In-Tok(7)) IS NOT NUMERIC
              OR LENGTH(TRIM(In-Tok(7))) > 10 THEN
                     MOVE "BAD BOX COST" TO In-Reason
                     GO TO 130-Check-Line-End
              END-IF.
      *> ORDERS-IN の見出し行は 40 桁まで
              MOVE SPACE TO In-Header.
              MOVE "N" TO In-Overflow.
              STRING TRIM(In-Tok(1)) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     TRIM(In-Tok(2)) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     TRIM(In-Tok(3)) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     TRIM(In-Tok(4)) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     TRIM(In-Tok(5)) DELIMITED BY SIZE
                     INTO In-Header
                     ON OVERFLOW
                         MOVE "Y" TO In-Overflow
              END-STRING.
              IF In-Overflow = "Y" THEN
                     MOVE "ORDER TOO LONG FOR ORDERS-IN" TO In-Reason
                     GO TO 130-Check-Line-End
              END-IF.
              MOVE SPACE TO In-Detail.
              STRING TRIM(In-Tok(6)) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     TRIM(In-Tok(7)) DELIMITED BY SIZE
                     INTO In-Detail
              END-STRING.
       130-Check-Line-End.
              EXIT.

      *> コード項目 In-Tok(In-Idx) の検査: 空でなく 10 桁以内で、
      *> ORDERS-IN の区切りになる空白を含まないこと
       140-Check-Key.
              MOVE "N" TO In-Key-Bad.
              IF In-Tok(In-Idx) = SPACE
              OR In-Len(In-Idx) > 30 THEN
                     MOVE "Y" TO In-Key-Bad
              ELSE
                     IF LENGTH(TRIM(In-Tok(In-Idx))) > 10 THEN
                            MOVE "Y" TO In-Key-Bad
                     ELSE
                            MOVE 0 TO In-Spaces
                            INSPECT In-Tok(In-Idx)
                                   (1:LENGTH(TRIM(In-Tok(In-Idx))))
                                   TALLYING In-Spaces FOR ALL " "
                            IF In-Spaces > 0 THEN
                                   MOVE "Y" TO In-Key-Bad
                            END-IF
                     END-IF
              END-IF.

      *> 受け付けた受注を ORDERS-IN の2行として書き、件数と合計を
      *> トレーラ用に積む
       150-Write-Order.
              MOVE In-Header TO ORDERS-IN-RECORD.
              WRITE ORDERS-IN-RECORD.
              MOVE ORDERS-IN-RECORD TO Trl-Line.
              PERFORM Tally-Trailer-Record.
              MOVE In-Detail TO ORDERS-IN-RECORD.
              WRITE ORDERS-IN-RECORD.
              MOVE ORDERS-IN-RECORD TO Trl-Line.
              PERFORM Tally-Trailer-Record.
              ADD 1 TO In-Queued.
              IF QO-Count >= 1000 THEN
                     DISPLAY "ERROR: CUSTOMER-ORDERS EXCEEDS 1000"
                            " ORDERS"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO QO-Count.
              MOVE In-Order TO qo-order(QO-Count).
              MOVE "QUEUED" TO In-Status.
              PERFORM 165-Write-Log.

       160-Reject-Line.
              ADD 1 TO In-Rejected.
              MOVE In-Line TO In-Line-Z.
              MOVE SPACE TO INTAKE-REJECTS-RECORD.
              STRING "LINE " DELIMITED BY SIZE
                     TRIM(In-Line-Z) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     TRIM(In-Reason) DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     TRIM(CUSTOMER-ORDERS-RECORD) DELIMITED BY SIZE
                     INTO INTAKE-REJECTS-RECORD
              END-STRING.
              WRITE INTAKE-REJECTS-RECORD.
              DISPLAY "REJECTED " TRIM(INTAKE-REJECTS-RECORD).
              MOVE "REJECTED" TO In-Status.
              PERFORM 165-Write-Log.

       165-Write-Log.
              MOVE SPACE TO ORDER-INTAKE-LOG-RECORD.
              MOVE In-Status TO IL-STATUS.
              MOVE In-Date TO IL-DATE.
              MOVE In-Line TO IL-LINE.
              MOVE In-Order TO IL-ORDER.
              MOVE In-Cust TO IL-CUST.
              MOVE In-Item TO IL-ITEM.
              MOVE In-Qty TO IL-QTY.
              MOVE In-Reason TO IL-REASON.
              WRITE ORDER-INTAKE-LOG-RECORD.

       170-Write-Trailer.
              MOVE Trl-Act-Count TO Trl-Cnt-Z.
              MOVE Trl-Act-Sum TO Trl-Sum-Z.
              MOVE SPACE TO ORDERS-IN-RECORD.
              STRING "TRAILER " DELIMITED BY SIZE
                     TRIM(Trl-Cnt-Z) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     TRIM(Trl-Sum-Z) DELIMITED BY SIZE
                     INTO ORDERS-IN-RECORD
              END-STRING.
              WRITE ORDERS-IN-RECORD.

      *> 顧客マスタ (索引) は取込みのあいだ開いたままにして、
      *> 行ごとに顧客コードで直接読む。空のマスタは開かなかった
      *> ものとして扱う
       010-Open-Customers.
              OPEN INPUT CUSTOMER-MASTER.
              IF Cust-Master-Status NOT = "00" THEN
                     IF Cust-Master-Status = "05" THEN
                            CLOSE CUSTOMER-MASTER
                     END-IF
                     GO TO 012-Customers-Opened
              END-IF.
              READ CUSTOMER-MASTER NEXT
                     AT END
                         CLOSE CUSTOMER-MASTER
                         GO TO 012-Customers-Opened
              END-READ.
              MOVE "Y" TO Cm-Open.
       012-Customers-Opened.
              EXIT.

      *> 受付確認: 夜間の受注バッチのあと、取込み記録の受注ごとに
      *> 受付 / 入荷待ち / 保留 / 却下を顧客別のファイル
      *> ORDER-ACK-<customer> に書く。理由は取込みの却下理由、
      *> デッドレター、与信保留の記録から取る
       200-Acknowledge.
              MOVE "ORDERACK" TO Run-Hist-Program.
              ACCEPT Ack-Date FROM DATE YYYYMMDD.
              PERFORM 210-Load-Intake-Log THRU 210-Load-Intake-Log-End.
              IF AK-Count = 0 THEN
                     DISPLAY "ERROR: ORDER-INTAKE-LOG IS EMPTY OR"
                            " ABSENT, RUN INTAKE FIRST"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              PERFORM 220-Match-Boxes THRU 220-Match-Boxes-End.
      *> 合計不一致のバッチは何も確定していない (再投入待ち)
              IF Box-Trailer = "N" THEN
                     DISPLAY "ERROR: KATYUSHA-BOXES HAS NO TRAILER,"
                            " ORDER BATCH NOT RUN OR DID NOT BALANCE"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              PERFORM 230-Match-Holds THRU 230-Match-Holds-End.
              PERFORM 240-Match-Deadletters
                     THRU 240-Match-Deadletters-End.
              MOVE "ORDERACK" TO Rpt-Program.
              MOVE "CUSTOMER ORDER ACKNOWLEDGMENTS" TO Rpt-Title.
              PERFORM Begin-Report.
              PERFORM VARYING AK-Idx FROM 1 BY 1
              UNTIL AK-Idx > AK-Count
                     IF ak-done(AK-Idx) = "N" THEN
                            PERFORM 250-Write-Customer-Ack
                     END-IF
              END-PERFORM.
              MOVE Ack-Accepted TO Ack-Z.
              MOVE Ack-Backord TO Ack-Z2.
              MOVE Ack-Held TO Ack-Z3.
              MOVE Ack-Rejected TO Ack-Z4.
              MOVE Ack-Pending TO Ack-Z5.
              STRING "TOTAL ACCEPTED " DELIMITED BY SIZE
                     TRIM(Ack-Z) DELIMITED BY SIZE
                     " BACKORDERED " DELIMITED BY SIZE
                     TRIM(Ack-Z2) DELIMITED BY SIZE
                     " HELD " DELIMITED BY SIZE
                     TRIM(Ack-Z3) DELIMITED BY SIZE
                     " REJECTED " DELIMITED BY SIZE
                     TRIM(Ack-Z4) DELIMITED BY SIZE
                     " NOT PROCESSED " DELIMITED BY SIZE
                     TRIM(Ack-Z5) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              MOVE Ack-Files TO Ack-Z.
              STRING "ACKNOWLEDGMENT FILES WRITTEN: " DELIMITED BY SIZE
                     TRIM(Ack-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              PERFORM End-Report.
              IF Ack-Pending > 0 THEN
                     MOVE 2 TO RETURN-CODE
              END-IF.
              MOVE AK-Count TO Run-Hist-Read.
              COMPUTE Run-Hist-Reject = Ack-Held + Ack-Rejected.
              MOVE Ack-Accepted TO Run-Hist-Total.
              PERFORM Write-Run-History.
       200-Acknowledge-End.
              EXIT.

      *> 取込み記録を読み、却下行はその理由のまま、受け付けた行は
      *> 結果未定 (NOT PROCESSED) として表に載せる
       210-Load-Intake-Log.
              OPEN INPUT ORDER-INTAKE-LOG.
              IF Intake-Log-Status NOT = "00" THEN
                     IF Intake-Log-Status = "05" THEN
                            CLOSE ORDER-INTAKE-LOG
                     END-IF
                     GO TO 210-Load-Intake-Log-End
              END-IF.
       211-Read-Log.
              READ ORDER-INTAKE-LOG
                     AT END
                         CLOSE ORDER-INTAKE-LOG
                         GO TO 210-Load-Intake-Log-End
              END-READ.
              IF ORDER-INTAKE-LOG-RECORD = SPACE THEN
                     GO TO 211-Read-Log
              END-IF.
              IF AK-Count >= 1000 THEN
                     DISPLAY "ERROR: ORDER-INTAKE-LOG EXCEEDS 1000"
                            " LINES"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO AK-Count.
              MOVE IL-ORDER TO ak-order(AK-Count).
              MOVE IL-CUST TO ak-cust(AK-Count).
              MOVE IL-ITEM TO ak-item(AK-Count).
              MOVE IL-QTY TO ak-qty(AK-Count).
              MOVE 0 TO ak-alloc(AK-Count).
              MOVE "N" TO ak-done(AK-Count).
              IF IL-STATUS = "REJECTED" THEN
                     MOVE "REJECTED" TO ak-status(AK-Count)
                     MOVE IL-REASON TO ak-reason(AK-Count)
              ELSE
                     MOVE "PENDING" TO ak-status(AK-Count)
                     MOVE "NOT IN THE ORDER BATCH YET"
                            TO ak-reason(AK-Count)
              END-IF.
              GO TO 211-Read-Log.
       210-Load-Intake-Log-End.
              EXIT.

      *> 取込みで受け付けた受注 (却下以外) から番号で探す
       215-Find-Ack.
              MOVE 0 TO AK-Found.
              PERFORM VARYING AK-Jdx FROM 1 BY 1
              UNTIL AK-Jdx > AK-Count OR AK-Found > 0
                     IF ak-order(AK-Jdx) = Ack-Key
                     AND ak-status(AK-Jdx) NOT = "REJECTED" THEN
                            MOVE AK-Jdx TO AK-Found
                     END-IF
              END-PERFORM.

      *> 箱ファイルに載った受注は引当済み。引当が注文数に満たない
      *> ものは残りが入荷待ち
       220-Match-Boxes.
              OPEN INPUT KATYUSHA-BOXES.
              IF Boxes-Status NOT = "00" THEN
                     IF Boxes-Status = "05" THEN
                            CLOSE KATYUSHA-BOXES
                     END-IF
                     GO TO 220-Match-Boxes-End
              END-IF.
       221-Read-Box.
              READ KATYUSHA-BOXES
                     AT END
                         CLOSE KATYUSHA-BOXES
                         GO TO 220-Match-Boxes-End
              END-READ.
              IF KATYUSHA-BOXES-RECORD(1:8) = "TRAILER " THEN
                     MOVE "Y" TO Box-Trailer
                     GO TO 221-Read-Box
              END-IF.
              MOVE KB-ORDER TO Ack-Key.
              PERFORM 215-Find-Ack.
              IF AK-Found = 0 THEN
                     GO TO 221-Read-Box
              END-IF.
              MOVE KB-ALLOC TO ak-alloc(AK-Found).
              IF KB-ALLOC >= KB-UNITS THEN
                     MOVE "ACCEPTED" TO ak-status(AK-Found)
                     MOVE SPACE TO ak-reason(AK-Found)
              ELSE
                     COMPUTE Ack-Short = KB-UNITS - KB-ALLOC
                     MOVE Ack-Short TO Ack-Short-Z
                     MOVE "BACKORDERED" TO ak-status(AK-Found)
                     MOVE SPACE TO ak-reason(AK-Found)
                     STRING "NOT ENOUGH STOCK, " DELIMITED BY SIZE
                            TRIM(Ack-Short-Z) DELIMITED BY SIZE
                            " UNIT(S) TO FOLLOW" DELIMITED BY SIZE
                            INTO ak-reason(AK-Found)
                     END-STRING
              END-IF.
              GO TO 221-Read-Box.
       220-Match-Boxes-End.
              EXIT.

      *> 与信保留の記録 (見出し行の先頭が受注番号)。今夜の箱に
      *> 載った受注 (解放後に再投入されたもの) はそちらを優先
       230-Match-Holds.
              OPEN INPUT CREDIT-HOLD.
              IF Credit-Hold-Status NOT = "00" THEN
                     IF Credit-Hold-Status = "05" THEN
                            CLOSE CREDIT-HOLD
                     END-IF
                     GO TO 230-Match-Holds-End
              END-IF.
       231-Read-Hold.
              READ CREDIT-HOLD
                     AT END
                         CLOSE CREDIT-HOLD
                         GO TO 230-Match-Holds-End
              END-READ.
              MOVE SPACE TO Ack-Key.
              UNSTRING CH-HEADER DELIMITED BY ALL " " INTO Ack-Key.
              PERFORM 215-Find-Ack.
              IF AK-Found = 0 THEN
                     GO TO 231-Read-Hold
              END-IF.
              IF ak-status(AK-Found) = "ACCEPTED"
              OR ak-status(AK-Found) = "BACKORDERED" THEN
                     GO TO 231-Read-Hold
              END-IF.
              MOVE "HELD" TO ak-status(AK-Found).
              IF CH-STATUS = "HELD" THEN
                     MOVE "OVER CREDIT LIMIT, AWAITING REVIEW"
                            TO ak-reason(AK-Found)
              ELSE
                     MOVE "CREDIT RELEASED, QUEUED FOR NEXT BATCH"
                            TO ak-reason(AK-Found)
              END-IF.
              GO TO 231-Read-Hold.
       230-Match-Holds-End.
              EXIT.

      *> デッドレター "LINE n <理由>: <見出し行>" のうち、受注の
      *> 見出し行 (5項目) を持つものだけ受注番号で突き合わせる
       240-Match-Deadletters.
              OPEN INPUT KATYUSHA-DEADLETTER.
              IF Deadletter-Status NOT = "00" THEN
                     IF Deadletter-Status = "05" THEN
                            CLOSE KATYUSHA-DEADLETTER
                     END-IF
                     GO TO 240-Match-Deadletters-End
              END-IF.
       241-Read-Deadletter.
              READ KATYUSHA-DEADLETTER
                     AT END
                         CLOSE KATYUSHA-DEADLETTER
                         GO TO 240-Match-Deadletters-End
              END-READ.
              MOVE SPACE TO Dl-Head Dl-Text.
              UNSTRING DEADLETTER-RECORD DELIMITED BY ": "
                     INTO Dl-Head Dl-Text.
              MOVE 0 TO Dl-Tokens.
              MOVE SPACE TO Dl-Tok(1) Dl-Tok(2) Dl-Tok(3) Dl-Tok(4)
                     Dl-Tok(5) Dl-Tok(6).
              UNSTRING Dl-Text DELIMITED BY ALL " "
                     INTO Dl-Tok(1) Dl-Tok(2) Dl-Tok(3) Dl-Tok(4)
                          Dl-Tok(5) Dl-Tok(6)
                     TALLYING IN Dl-Tokens
              END-UNSTRING.
              IF Dl-Tokens NOT = 5 THEN
                     GO TO 241-Read-Deadletter
              END-IF.
              MOVE Dl-Tok(1) TO Ack-Key.
              PERFORM 215-Find-Ack.
              IF AK-Found = 0 THEN
                     GO TO 241-Read-Deadletter
              END-IF.
              IF ak-status(AK-Found) NOT = "PENDING" THEN
                     GO TO 241-Read-Deadletter
              END-IF.
      *> 理由は "LINE n " のあとの部分
              MOVE 1 TO Dl-Ptr.
              UNSTRING Dl-Head DELIMITED BY " "
                     INTO Dl-Word Dl-Word
                     WITH POINTER Dl-Ptr
              END-UNSTRING.
              MOVE "REJECTED" TO ak-status(AK-Found).
              MOVE Dl-Head(Dl-Ptr:) TO ak-reason(AK-Found).
              GO TO 241-Read-Deadletter.
       240-Match-Deadletters-End.
              EXIT.

      *> 顧客1件 (ak-cust(AK-Idx)) の受付確認ファイルを作り直す
       250-Write-Customer-Ack.
              MOVE ak-cust(AK-Idx) TO Ack-Key.
              MOVE SPACE TO Ack-Path.
              IF Ack-Key = SPACE THEN
                     MOVE "ORDER-ACK-UNKNOWN" TO Ack-Path
              ELSE
                     STRING "ORDER-ACK-" DELIMITED BY SIZE
                            TRIM(Ack-Key) DELIMITED BY SIZE
                            INTO Ack-Path
                     END-STRING
              END-IF.
              OPEN OUTPUT ORDER-ACK.
              ADD 1 TO Ack-Files.
              MOVE 0 TO Cu-Accepted Cu-Backord Cu-Held Cu-Rejected
                     Cu-Pending.
              MOVE SPACE TO ORDER-ACK-RECORD.
              STRING "ORDER ACKNOWLEDGMENT CUSTOMER " DELIMITED BY SIZE
                     TRIM(Ack-Key) DELIMITED BY SIZE
                     " DATE " DELIMITED BY SIZE
                     Ack-Date DELIMITED BY SIZE
                     INTO ORDER-ACK-RECORD
              END-STRING.
              WRITE ORDER-ACK-RECORD.
              PERFORM VARYING AK-Jdx FROM AK-Idx BY 1
              UNTIL AK-Jdx > AK-Count
                     IF ak-done(AK-Jdx) = "N"
                     AND ak-cust(AK-Jdx) = Ack-Key THEN
                            PERFORM 255-Write-Ack-Line
                     END-IF
              END-PERFORM.
              MOVE Cu-Accepted TO Ack-Z.
              MOVE Cu-Backord TO Ack-Z2.
              MOVE Cu-Held TO Ack-Z3.
              MOVE Cu-Rejected TO Ack-Z4.
              MOVE Cu-Pending TO Ack-Z5.
              MOVE SPACE TO ORDER-ACK-RECORD.
              STRING "TOTAL ACCEPTED " DELIMITED BY SIZE
                     TRIM(Ack-Z) DELIMITED BY SIZE
                     " BACKORDERED " DELIMITED BY SIZE
                     TRIM(Ack-Z2) DELIMITED BY SIZE
                     " HELD " DELIMITED BY SIZE
                     TRIM(Ack-Z3) DELIMITED BY SIZE
                     " REJECTED " DELIMITED BY SIZE
                     TRIM(Ack-Z4) DELIMITED BY SIZE
                     " NOT PROCESSED " DELIMITED BY SIZE
                     TRIM(Ack-Z5) DELIMITED BY SIZE
                     INTO ORDER-ACK-RECORD
              END-STRING.
              WRITE ORDER-ACK-RECORD.
              CLOSE ORDER-ACK.
              STRING "  " DELIMITED BY SIZE
                     TRIM(Ack-Path) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     TRIM(ORDER-ACK-RECORD(7:)) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.

       255-Write-Ack-Line.
              MOVE "Y" TO ak-done(AK-Jdx).
              EVALUATE ak-status(AK-Jdx)
                  WHEN "ACCEPTED"
                      ADD 1 TO Cu-Accepted Ack-Accepted
                  WHEN "BACKORDERED"
                      ADD 1 TO Cu-Backord Ack-Backord
                  WHEN "HELD"
                      ADD 1 TO Cu-Held Ack-Held
                  WHEN "REJECTED"
                      ADD 1 TO Cu-Rejected Ack-Rejected
                  WHEN OTHER
                      ADD 1 TO Cu-Pending Ack-Pending
              END-EVALUATE.
              MOVE ak-qty(AK-Jdx) TO Ack-Qty-Z.
              MOVE SPACE TO ORDER-ACK-RECORD.
              IF ak-status(AK-Jdx) = "ACCEPTED" THEN
                     STRING "ORDER " DELIMITED BY SIZE
                            TRIM(ak-order(AK-Jdx)) DELIMITED BY SIZE
                            " ITEM " DELIMITED BY SIZE
                            TRIM(ak-item(AK-Jdx)) DELIMITED BY SIZE
                            " QTY " DELIMITED BY SIZE
                            TRIM(Ack-Qty-Z) DELIMITED BY SIZE
                            " ACCEPTED" DELIMITED BY SIZE
                            INTO ORDER-ACK-RECORD
                     END-STRING
              ELSE
                     STRING "ORDER " DELIMITED BY SIZE
                            TRIM(ak-order(AK-Jdx)) DELIMITED BY SIZE
                            " ITEM " DELIMITED BY SIZE
                            TRIM(ak-item(AK-Jdx)) DELIMITED BY SIZE
                            " QTY " DELIMITED BY SIZE
                            TRIM(Ack-Qty-Z) DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            TRIM(ak-status(AK-Jdx)) DELIMITED BY SIZE
                            ": " DELIMITED BY SIZE
                            TRIM(ak-reason(AK-Jdx)) DELIMITED BY SIZE
                            INTO ORDER-ACK-RECORD
                     END-STRING
              END-IF.
              WRITE ORDER-ACK-RECORD.

       COPY REPORTPD.
       COPY STOCKPD.
       COPY SEALPD.
       COPY TRAILERPD.
       COPY RUNHISTPD.
       END PROGRAM MAIN.
