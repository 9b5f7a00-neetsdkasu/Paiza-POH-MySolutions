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
       COPY CUSTMSTSL.
       COPY ARITEMSL.
       COPY ORDMSTSL.
       COPY BACKORDSL.
       COPY DUNHOLDSL.
              SELECT OPTIONAL CREDIT-HOLD
                     ASSIGN TO "CREDIT-HOLD"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Credit-Hold-Status.
              SELECT OPTIONAL ARCHIVE-CATALOG
                     ASSIGN TO "ARCHIVE-CATALOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Catalog-Status.
              SELECT OPTIONAL ERASURE-REGISTER
                     ASSIGN TO "ERASURE-REGISTER"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Register-Status.
              SELECT ERASE-IN
                     ASSIGN TO DYNAMIC Erase-Path
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Erase-In-Status.
              SELECT ERASE-OUT
                     ASSIGN TO DYNAMIC Erase-Work-Path
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Erase-Out-Status.
       COPY SIGNONSL.
       COPY ROLESSL.
       COPY ENQSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CUSTMSTFD.
       COPY ARITEMFD.
       COPY ORDMSTFD.
       COPY BACKORDFD.
       COPY DUNHOLDFD.
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
       FD  ARCHIVE-CATALOG.
              01 ARCHIVE-CATALOG-RECORD.
                     05 AC-FILE    PIC X(20).
                     05 FILLER     PIC X.
                     05 AC-GEN     PIC 9(4).
                     05 FILLER     PIC X.
                     05 AC-DATE    PIC 9(8).
                     05 FILLER     PIC X.
                     05 AC-TIME    PIC 9(6).
                     05 FILLER     PIC X.
                     05 AC-PROGRAM PIC X(12).
                     05 FILLER     PIC X.
                     05 AC-COUNT   PIC 9(8).
      *> 消去証明の台帳。証明番号、実施日時、仮名、依頼の参照番号、
      *> 担当者、承認者と置き換えたレコード数 (元の顧客コードは
      *> 残さない)
       FD  ERASURE-REGISTER.
              01 ERASURE-REGISTER-RECORD.
                     05 ER-CERT     PIC 9(4).
                     05 FILLER      PIC X.
                     05 ER-DATE     PIC 9(8).
                     05 FILLER      PIC X.
                     05 ER-TIME     PIC 9(6).
                     05 FILLER      PIC X.
                     05 ER-TOKEN    PIC X(10).
                     05 FILLER      PIC X.
                     05 ER-REF      PIC X(12).
                     05 FILLER      PIC X.
                     05 ER-OPERATOR PIC X(8).
                     05 FILLER      PIC X.
                     05 ER-APPROVER PIC X(8).
                     05 FILLER      PIC X.
                     05 ER-RECORDS  PIC 9(7).
       FD  ERASE-IN.
              01 ERASE-IN-RECORD PIC X(2000).
       FD  ERASE-OUT.
              01 ERASE-OUT-RECORD PIC X(2000).
       COPY SIGNONFD.
       COPY ROLESFD.
       COPY ENQFD.
       WORKING-STORAGE SECTION.
       COPY SIGNONWS.
       COPY ROLESWS.
       COPY ORDMSTWS.
       COPY REPORTWS.
       COPY ENQWS.
       01 Cust-Master-Status PIC XX.
       01 Ar-Items-Status PIC XX.
       01 Backorder-Status PIC XX.
       01 Dun-Hold-Status PIC XX.
       01 Credit-Hold-Status PIC XX.
       01 Catalog-Status PIC XX.
       01 Register-Status PIC XX.
       01 Erase-In-Status PIC XX.
       01 Erase-Out-Status PIC XX.
       01 Command-Values.
              05 Cmd-Line      PIC X(80).
              05 Cmd-Verb      PIC X(10).
              05 Cmd-Code-Tok  PIC X(12).
              05 Cmd-Tok-3     PIC X(14).
              05 Cmd-Code      PIC X(10).
              05 Cmd-Ref       PIC X(12).
              05 Cmd-Error     PIC X VALUE "N".
              05 Today-Date    PIC 9(8).
              05 Now-Time      PIC 9(8).
              05 Erase-Count   PIC 9(4) VALUE 0.
              05 Edit-Z        PIC Z(3)9.
      *> 消去を妨げる未決の明細 (未収・未完了の受注・バックオーダ・
      *> 与信保留・督促停止) の件数
       01 Block-Values.
              05 Blk-Count     PIC 9(6).
              05 Blk-Z         PIC Z(5)9.
              05 Blk-Name      PIC X(20).
              05 Blk-Status    PIC X(10).
      *> 顧客コードを持つ順編成ファイルと、そのコードの位置。
      *> Ef-Cust-Pos は 10 桁の顧客コード欄の開始桁 (0 = なし)、
      *> Ef-Text-Pos / Ef-Text-Len は受注の見出し行などの自由文の
      *> 範囲で、語として現れる顧客コードと、部分列として現れる
      *> 顧客名を置き換える。保管世代 (ARCHIVE-CATALOG) も同じ
      *> ファイル名なら同じ形で扱う。ORDER-ACK- は顧客ごとの
      *> 受付確認 ORDER-ACK-<顧客> で、中身を置き換えたうえで
      *> ファイル名も仮名へ付け替える
       01 Erase-File-Values.
              05 Erase-Files.
                     10 FILLER PIC X(29)
                        VALUE "AR-OPEN-ITEMS       054000000".
                     10 FILLER PIC X(29)
                        VALUE "AR-PAYMENT-HISTORY  019000000".
                     10 FILLER PIC X(29)
                        VALUE "CREDIT-HOLD         015026040".
                     10 FILLER PIC X(29)
                        VALUE "CREDIT-RELEASED     000001040".
                     10 FILLER PIC X(29)
                        VALUE "KATYUSHA-DEADLETTER 000001080".
                     10 FILLER PIC X(29)
                        VALUE "KATYUSHA-BOXES      012000000".
                     10 FILLER PIC X(29)
                        VALUE "BACKORDER           057000000".
                     10 FILLER PIC X(29)
                        VALUE "DUNNING-HOLD        001000000".
                     10 FILLER PIC X(29)
                        VALUE "DUNNING-HISTORY     021000000".
                     10 FILLER PIC X(29)
                        VALUE "DUNNING-LETTERS     000001080".
                     10 FILLER PIC X(29)
                        VALUE "ORDER-INVOICE       000001100".
                     10 FILLER PIC X(29)
                        VALUE "CUSTOMER-STATEMENTS 000001080".
                     10 FILLER PIC X(29)
                        VALUE "BACKORDER-RELEASED  000001040".
                     10 FILLER PIC X(29)
                        VALUE "CUSTOMER-ORDERS     000001120".
                     10 FILLER PIC X(29)
                        VALUE "INTAKE-REJECTS      000001160".
                     10 FILLER PIC X(29)
                        VALUE "ORDER-INTAKE-LOG    028000000".
                     10 FILLER PIC X(29)
                        VALUE "ORDER-ACK-          000001100".
              05 Erase-Table REDEFINES Erase-Files.
                     10 Erase-Entry OCCURS 17 TIMES.
                            15 Ef-Name     PIC X(20).
                            15 Ef-Cust-Pos PIC 9(3).
                            15 Ef-Text-Pos PIC 9(3).
                            15 Ef-Text-Len PIC 9(3).
              05 Ef-Idx   PIC 99.
              05 Ef-Count PIC 99 VALUE 17.
              05 Ef-Tallies OCCURS 17 TIMES.
                     10 Ef-Live-Recs PIC 9(7).
                     10 Ef-Gens      PIC 9(4).
                     10 Ef-Gen-Recs  PIC 9(7).
       01 Erase-Values.
              05 Erase-Code      PIC X(10).
              05 Erase-Name      PIC X(20).
              05 Erase-Token     PIC X(10).
              05 Erase-Cert      PIC 9(4).
              05 Erase-Path      PIC X(120).
              05 Erase-Work-Path PIC X(120).
              05 Erase-Command   PIC X(255).
              05 Erase-Gen       PIC X.
              05 Erase-Hit       PIC X.
              05 Erase-Failed    PIC X.
              05 Erase-Save-Rc   PIC S9(4).
              05 Erase-Sys-Rc    PIC S9(4).
              05 Erase-File-Recs PIC 9(7).
              05 Erase-Total     PIC 9(7).
              05 Erase-Orders    PIC 9(7).
              05 Saved-Customer  PIC X(80).
              05 Rec-Z           PIC Z(6)9.
              05 Gen-Z           PIC Z(3)9.
              05 Gen-Rec-Z       PIC Z(6)9.
       01 Text-Values.
              05 Txt-In   PIC X(160).
              05 Txt-Out  PIC X(160).
              05 Txt-Edge PIC X.
              05 Txt-Len  PIC 9(3).
              05 Code-Len PIC 9(3).
              05 Name-Len PIC 9(3).
              05 Name-Tally PIC 9(3).
              05 Fld-Pos  PIC 9(3).
              05 Txt-Ptr  PIC 9(3).
              05 Out-Ptr  PIC 9(3).
              05 Txt-Hit  PIC X.
       01 Catalog-Table-Values.
              05 Cat-Count PIC 9(4) VALUE 0.
              05 Cat-Idx   PIC 9(4).
              05 Cat-Table OCCURS 2000 TIMES.
                     10 CT-FILE PIC X(20).
                     10 CT-GEN  PIC 9(4).
      *> 消去は取り消せないので、サインオンした監督者とは別の
      *> 監督者以上の承認者を要する
       01 Approval-Values.
              05 Apr-Id        PIC X(8).
              05 Apr-Role      PIC X(10).
              05 Apr-Roles-Ok  PIC X.
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              MOVE "CUSTERASE" TO Audit-Program.
              PERFORM Operator-Sign-On.
              MOVE "OPERATOR" TO Role-Required.
              PERFORM Check-Operator-Role THRU Check-Operator-Role-End.
              ACCEPT Today-Date FROM DATE YYYYMMDD.
              MOVE "CUSTERASE" TO Enq-Program.
              MOVE Operator-Id TO Enq-Holder.
       010-Read-Command.
              MOVE SPACE TO Cmd-Line.
              ACCEPT Cmd-Line.
              IF Cmd-Line = SPACE THEN
                     GO TO 090-Show-Summary
              END-IF.
              MOVE SPACE TO Cmd-Verb Cmd-Code-Tok Cmd-Tok-3.
              UNSTRING Cmd-Line DELIMITED BY ALL " "
                     INTO Cmd-Verb Cmd-Code-Tok Cmd-Tok-3.
              EVALUATE TRIM(Cmd-Verb)
                  WHEN "CHECK"
                      PERFORM 100-Check-Customer
                             THRU 100-Check-Customer-End
                  WHEN "ERASE"
                      MOVE "SUPERVISOR" TO Role-Required
                      PERFORM Check-Operator-Role
                             THRU Check-Operator-Role-End
                      PERFORM 200-Erase-Customer
                             THRU 200-Erase-Customer-End
                  WHEN OTHER
                      DISPLAY "ERROR: UNKNOWN COMMAND "
                             TRIM(Cmd-Verb)
                      DISPLAY "COMMANDS: CHECK code /"
                             " ERASE code request-ref"
                      MOVE 1 TO RETURN-CODE
              END-EVALUATE.
              GO TO 010-Read-Command.
       090-Show-Summary.
              MOVE Erase-Count TO Edit-Z.
              DISPLAY "CUSTOMER ERASURE DONE, " TRIM(Edit-Z)
                     " CUSTOMER(S) ERASED".
              STOP RUN.

      *> CHECK code。消去を妨げる未決の明細を一覧する
       100-Check-Customer.
              PERFORM 600-Check-Code.
              IF Cmd-Error = "Y" THEN
                     GO TO 100-Check-Customer-End
              END-IF.
              PERFORM 150-Find-Blocks THRU 150-Find-Blocks-End.
              IF Cmd-Error = "Y" THEN
                     GO TO 100-Check-Customer-End
              END-IF.
              IF Blk-Count = 0 THEN
                     DISPLAY "CUSTOMER " TRIM(Cmd-Code)
                            " HAS NOTHING OPEN AND CAN BE ERASED"
              ELSE
                     MOVE Blk-Count TO Blk-Z
                     DISPLAY "CUSTOMER " TRIM(Cmd-Code)
                            " CANNOT BE ERASED, " TRIM(Blk-Z)
                            " OPEN ITEM(S)"
              END-IF.
       100-Check-Customer-End.
              EXIT.

      *> 顧客マスタにあって未消去であることを確かめ、未決の明細を
      *> 数える。マスタにない・消去済みは Cmd-Error = "Y"
       150-Find-Blocks.
              MOVE "N" TO Cmd-Error.
              MOVE 0 TO Blk-Count.
              OPEN INPUT CUSTOMER-MASTER.
              IF Cust-Master-Status NOT = "00" THEN
                     IF Cust-Master-Status = "05" THEN
                            CLOSE CUSTOMER-MASTER
                     END-IF
                     DISPLAY "ERROR: CUSTOMER-MASTER IS EMPTY"
                     MOVE 1 TO RETURN-CODE
                     MOVE "Y" TO Cmd-Error
                     GO TO 150-Find-Blocks-End
              END-IF.
              MOVE Cmd-Code TO CMR-CODE.
              READ CUSTOMER-MASTER
                  INVALID KEY
                      DISPLAY "ERROR: CUSTOMER " TRIM(Cmd-Code)
                             " NOT ON MASTER"
                      MOVE 1 TO RETURN-CODE
                      MOVE "Y" TO Cmd-Error
              END-READ.
              CLOSE CUSTOMER-MASTER.
              IF Cmd-Error = "Y" THEN
                     GO TO 150-Find-Blocks-End
              END-IF.
              IF TRIM(CMR-STATUS) = "ERASED" THEN
                     DISPLAY "ERROR: CUSTOMER " TRIM(Cmd-Code)
                            " IS ALREADY ERASED"
                     MOVE 1 TO RETURN-CODE
                     MOVE "Y" TO Cmd-Error
                     GO TO 150-Find-Blocks-End
              END-IF.
              MOVE CUSTOMER-MASTER-RECORD TO Saved-Customer.
              MOVE Cmd-Code TO Erase-Code.
              MOVE CMR-NAME TO Erase-Name.
              PERFORM 160-Check-Receivables
                     THRU 160-Check-Receivables-End.
              PERFORM 165-Check-Orders THRU 165-Check-Orders-End.
              PERFORM 170-Check-Backorders
                     THRU 170-Check-Backorders-End.
              PERFORM 175-Check-Credit-Holds
                     THRU 175-Check-Credit-Holds-End.
              PERFORM 180-Check-Dunning-Holds
                     THRU 180-Check-Dunning-Holds-End.
       150-Find-Blocks-End.
              EXIT.

      *> 未収 (OPEN / PART) と未充当の貸方票 (CREDIT)
       160-Check-Receivables.
              OPEN INPUT AR-OPEN-ITEMS.
              IF Ar-Items-Status NOT = "00" THEN
                     IF Ar-Items-Status = "05" THEN
                            CLOSE AR-OPEN-ITEMS
                     END-IF
                     GO TO 160-Check-Receivables-End
              END-IF.
       161-Read-Item.
              READ AR-OPEN-ITEMS
                     AT END
                         CLOSE AR-OPEN-ITEMS
                         GO TO 160-Check-Receivables-End
              END-READ.
              IF AR-CUST = Erase-Code
              AND (AR-STATUS = "OPEN" OR AR-STATUS = "PART"
                   OR AR-STATUS = "CREDIT") THEN
                     MOVE "AR-OPEN-ITEMS" TO Blk-Name
                     MOVE AR-STATUS TO Blk-Status
                     DISPLAY "  OPEN " Blk-Name " INVOICE " AR-INV
                            " " Blk-Status
                     ADD 1 TO Blk-Count
              END-IF.
              GO TO 161-Read-Item.
       160-Check-Receivables-End.
              EXIT.

      *> 出荷・請求・廃棄のいずれにも達していない受注と、
      *> バックオーダが残る受注
       165-Check-Orders.
              OPEN INPUT ORDER-MASTER.
              IF Order-Master-Status NOT = "00" THEN
                     IF Order-Master-Status = "05" THEN
                            CLOSE ORDER-MASTER
                     END-IF
                     GO TO 165-Check-Orders-End
              END-IF.
       166-Read-Order.
              READ ORDER-MASTER NEXT
                     AT END
                         CLOSE ORDER-MASTER
                         GO TO 165-Check-Orders-End
              END-READ.
              IF OM-CUST = Erase-Code
              AND ((TRIM(OM-STATUS) NOT = "SHIPPED"
                    AND TRIM(OM-STATUS) NOT = "INVOICED"
                    AND TRIM(OM-STATUS) NOT = "DEADLETTERED")
                   OR OM-BO-QTY > 0) THEN
                     MOVE "ORDER-MASTER" TO Blk-Name
                     DISPLAY "  OPEN " Blk-Name " ORDER "
                            TRIM(OM-ORDER) " " TRIM(OM-STATUS)
                     ADD 1 TO Blk-Count
              END-IF.
              GO TO 166-Read-Order.
       165-Check-Orders-End.
              EXIT.

       170-Check-Backorders.
              OPEN INPUT BACKORDER.
              IF Backorder-Status NOT = "00" THEN
                     IF Backorder-Status = "05" THEN
                            CLOSE BACKORDER
                     END-IF
                     GO TO 170-Check-Backorders-End
              END-IF.
       171-Read-Backorder.
              READ BACKORDER
                     AT END
                         CLOSE BACKORDER
                         GO TO 170-Check-Backorders-End
              END-READ.
              IF BK-CUST = Erase-Code
              AND (TRIM(BK-STATUS) = "OPEN"
                   OR TRIM(BK-STATUS) = "PARTIAL") THEN
                     MOVE "BACKORDER" TO Blk-Name
                     DISPLAY "  OPEN " Blk-Name " ORDER "
                            TRIM(BK-ORDER) " ITEM " TRIM(BK-ITEM)
                     ADD 1 TO Blk-Count
              END-IF.
              GO TO 171-Read-Backorder.
       170-Check-Backorders-End.
              EXIT.

       175-Check-Credit-Holds.
              OPEN INPUT CREDIT-HOLD.
              IF Credit-Hold-Status NOT = "00" THEN
                     IF Credit-Hold-Status = "05" THEN
                            CLOSE CREDIT-HOLD
                     END-IF
                     GO TO 175-Check-Credit-Holds-End
              END-IF.
       176-Read-Hold.
              READ CREDIT-HOLD
                     AT END
                         CLOSE CREDIT-HOLD
                         GO TO 175-Check-Credit-Holds-End
              END-READ.
              IF CH-CUST = Erase-Code AND CH-STATUS = "HELD" THEN
                     MOVE "CREDIT-HOLD" TO Blk-Name
                     DISPLAY "  OPEN " Blk-Name " OF " CH-DATE
                     ADD 1 TO Blk-Count
              END-IF.
              GO TO 176-Read-Hold.
       175-Check-Credit-Holds-End.
              EXIT.

      *> 期限 (DH-UNTIL) を過ぎていない督促停止 (Receivables と同じ判定)
       180-Check-Dunning-Holds.
              OPEN INPUT DUNNING-HOLD.
              IF Dun-Hold-Status NOT = "00" THEN
                     IF Dun-Hold-Status = "05" THEN
                            CLOSE DUNNING-HOLD
                     END-IF
                     GO TO 180-Check-Dunning-Holds-End
              END-IF.
       181-Read-Dun-Hold.
              READ DUNNING-HOLD
                     AT END
                         CLOSE DUNNING-HOLD
                         GO TO 180-Check-Dunning-Holds-End
              END-READ.
              IF DH-CUST = Erase-Code
              AND DH-UNTIL IS NUMERIC AND DH-UNTIL >= Today-Date THEN
                     MOVE "DUNNING-HOLD" TO Blk-Name
                     DISPLAY "  OPEN " Blk-Name " UNTIL " DH-UNTIL
                     ADD 1 TO Blk-Count
              END-IF.
              GO TO 181-Read-Dun-Hold.
       180-Check-Dunning-Holds-End.
              EXIT.

      *> ERASE code request-ref。未決がなく承認者が確認したら、
      *> 稼働中のファイルと保管世代の顧客コード・顧客名を仮名へ
      *> 置き換え (金額と日付はそのまま)、顧客マスタを最後に
      *> 仮名のキーへ付け替えて、消去証明を出す
       200-Erase-Customer.
              PERFORM 600-Check-Code.
              IF Cmd-Error = "Y" THEN
                     GO TO 200-Erase-Customer-End
              END-IF.
              IF Cmd-Tok-3 = SPACE OR Cmd-Tok-3(13:) NOT = SPACE THEN
                     DISPLAY "ERROR: ERASE NEEDS THE REQUEST REFERENCE"
                            " (UP TO 12 CHARACTERS)"
                     MOVE 1 TO RETURN-CODE
                     GO TO 200-Erase-Customer-End
              END-IF.
              MOVE Cmd-Tok-3 TO Cmd-Ref.
      *> 未決の点検から置き換えまで CREDIT-HOLD を占有し、夜間の
      *> Katyusha (保留・入荷待ち・箱詰めを書き足す) と重ねない
              MOVE "CREDIT-HOLD" TO Enq-Resource.
              MOVE "EXCL" TO Enq-Mode.
              PERFORM Acquire-Resource THRU Acquire-Resource-End.
              PERFORM 150-Find-Blocks THRU 150-Find-Blocks-End.
              IF Cmd-Error = "Y" THEN
                     PERFORM Release-Resource
                     GO TO 200-Erase-Customer-End
              END-IF.
              IF Blk-Count > 0 THEN
                     MOVE Blk-Count TO Blk-Z
                     DISPLAY "ERROR: CUSTOMER " TRIM(Cmd-Code)
                            " HAS " TRIM(Blk-Z) " OPEN ITEM(S),"
                            " NOT ERASED"
                     MOVE "ERASE-REQ" TO Audit-Field
                     MOVE Cmd-Ref TO Audit-Before
                     MOVE "REFUSED OPEN ITEMS" TO Audit-After
                     PERFORM Write-Activity-Audit
                     PERFORM Release-Resource
                     MOVE 1 TO RETURN-CODE
                     GO TO 200-Erase-Customer-End
              END-IF.
              PERFORM 700-Check-Approval THRU 700-Check-Approval-End.
              IF Cmd-Error = "Y" THEN
                     PERFORM Release-Resource
                     GO TO 200-Erase-Customer-End
              END-IF.
              PERFORM 250-Next-Certificate
                     THRU 250-Next-Certificate-End.
              MOVE 0 TO Erase-Total Erase-Orders.
              MOVE "N" TO Erase-Failed.
              PERFORM VARYING Ef-Idx FROM 1 BY 1
              UNTIL Ef-Idx > Ef-Count
                     MOVE 0 TO Ef-Live-Recs(Ef-Idx) Ef-Gens(Ef-Idx)
                            Ef-Gen-Recs(Ef-Idx)
                     MOVE SPACE TO Erase-Path
                     IF Ef-Name(Ef-Idx) = "ORDER-ACK-" THEN
                            STRING "ORDER-ACK-" DELIMITED BY SIZE
                                   TRIM(Erase-Code) DELIMITED BY SIZE
                                   INTO Erase-Path
                            END-STRING
                     ELSE
                            MOVE Ef-Name(Ef-Idx) TO Erase-Path
                     END-IF
                     MOVE "N" TO Erase-Gen
                     PERFORM 300-Erase-One-File
                            THRU 300-Erase-One-File-End
                     IF Ef-Name(Ef-Idx) = "ORDER-ACK-" THEN
                            PERFORM 380-Rename-Ack-File
                                   THRU 380-Rename-Ack-File-End
                     END-IF
              END-PERFORM.
              PERFORM 400-Erase-Generations
                     THRU 400-Erase-Generations-End.
      *> 置き換えられなかったファイルがあればマスタは付け替えず、
      *> 台帳にも載せない。同じ仮名で ERASE をやり直せる
              IF Erase-Failed = "Y" THEN
                     PERFORM Release-Resource
                     DISPLAY "ERROR: ERASURE OF CUSTOMER "
                            TRIM(Cmd-Code) " NOT COMPLETE, MASTERS"
                            " NOT CHANGED, NO CERTIFICATE ISSUED"
                     DISPLAY "FIX THE FILE(S) ABOVE AND RERUN ERASE "
                            TRIM(Cmd-Code) " " TRIM(Cmd-Ref)
                     MOVE "ERASE-REQ" TO Audit-Field
                     MOVE Cmd-Ref TO Audit-Before
                     MOVE "FAILED FILE ERROR" TO Audit-After
                     PERFORM Write-Activity-Audit
                     MOVE 1 TO RETURN-CODE
                     GO TO 200-Erase-Customer-End
              END-IF.
              PERFORM 350-Erase-Order-Master
                     THRU 350-Erase-Order-Master-End.
              PERFORM 360-Erase-Customer-Master.
              PERFORM Release-Resource.
              ACCEPT Now-Time FROM TIME.
              PERFORM 450-Write-Register.
              MOVE "ERASE-REQ" TO Audit-Field.
              MOVE Cmd-Ref TO Audit-Before.
              MOVE Erase-Token TO Audit-After.
              PERFORM Write-Activity-Audit.
              MOVE "ERASE-APPR" TO Audit-Field.
              MOVE Erase-Token TO Audit-Before.
              MOVE Apr-Id TO Audit-After.
              PERFORM Write-Activity-Audit.
              ADD 1 TO Erase-Count.
              PERFORM 500-Print-Certificate.
       200-Erase-Customer-End.
              EXIT.

      *> 証明番号は台帳の最大番号の次。仮名は ERASED + 証明番号で、
      *> 顧客マスタに同じコードがあれば番号を進める
       250-Next-Certificate.
              MOVE 0 TO Erase-Cert.
              OPEN INPUT ERASURE-REGISTER.
              IF Register-Status NOT = "00" THEN
                     IF Register-Status = "05" THEN
                            CLOSE ERASURE-REGISTER
                     END-IF
                     GO TO 252-Make-Token
              END-IF.
       251-Read-Register.
              READ ERASURE-REGISTER
                     AT END
                         CLOSE ERASURE-REGISTER
                         GO TO 252-Make-Token
              END-READ.
              IF ER-CERT IS NUMERIC AND ER-CERT > Erase-Cert THEN
                     MOVE ER-CERT TO Erase-Cert
              END-IF.
              GO TO 251-Read-Register.
       252-Make-Token.
              ADD 1 TO Erase-Cert.
              MOVE SPACE TO Erase-Token.
              STRING "ERASED" DELIMITED BY SIZE
                     Erase-Cert DELIMITED BY SIZE
                     INTO Erase-Token
              END-STRING.
              OPEN INPUT CUSTOMER-MASTER.
              MOVE Erase-Token TO CMR-CODE.
              READ CUSTOMER-MASTER
                  INVALID KEY
                      CLOSE CUSTOMER-MASTER
                      GO TO 250-Next-Certificate-End
              END-READ.
              CLOSE CUSTOMER-MASTER.
              GO TO 252-Make-Token.
       250-Next-Certificate-End.
              EXIT.

      *> Erase-Path の順編成ファイルを作業ファイルへ写しながら
      *> Ef-Idx の形で置き換え、置き換えがあれば元へ戻す。
      *> Erase-Gen = "Y" は保管世代
       300-Erase-One-File.
              MOVE 0 TO Erase-File-Recs.
              OPEN INPUT ERASE-IN.
              IF Erase-In-Status NOT = "00" THEN
                     IF Erase-In-Status = "05" THEN
                            CLOSE ERASE-IN
                     END-IF
                     GO TO 300-Erase-One-File-End
              END-IF.
              MOVE SPACE TO Erase-Work-Path.
              STRING TRIM(Erase-Path) DELIMITED BY SIZE
                     ".ERASE" DELIMITED BY SIZE
                     INTO Erase-Work-Path
              END-STRING.
              OPEN OUTPUT ERASE-OUT.
              IF Erase-Out-Status NOT = "00" THEN
                     DISPLAY "ERROR: CANNOT OPEN "
                            TRIM(Erase-Work-Path) " STATUS "
                            Erase-Out-Status ", " TRIM(Erase-Path)
                            " NOT ERASED"
                     CLOSE ERASE-IN
                     MOVE "Y" TO Erase-Failed
                     MOVE 1 TO RETURN-CODE
                     GO TO 300-Erase-One-File-End
              END-IF.
       310-Copy-Record.
              READ ERASE-IN
                     AT END
                         GO TO 320-Copy-Done
              END-READ.
              MOVE ERASE-IN-RECORD TO ERASE-OUT-RECORD.
              PERFORM 330-Replace-In-Record.
              IF Erase-Hit = "Y" THEN
                     ADD 1 TO Erase-File-Recs
              END-IF.
              WRITE ERASE-OUT-RECORD.
              GO TO 310-Copy-Record.
       320-Copy-Done.
              CLOSE ERASE-IN.
              CLOSE ERASE-OUT.
              MOVE SPACE TO Erase-Command.
              IF Erase-File-Recs > 0 THEN
                     STRING "mv " DELIMITED BY SIZE
                            TRIM(Erase-Work-Path) DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            TRIM(Erase-Path) DELIMITED BY SIZE
                            INTO Erase-Command
                     END-STRING
              ELSE
                     STRING "rm -f " DELIMITED BY SIZE
                            TRIM(Erase-Work-Path) DELIMITED BY SIZE
                            INTO Erase-Command
                     END-STRING
              END-IF.
              MOVE RETURN-CODE TO Erase-Save-Rc.
              CALL "SYSTEM" USING TRIM(Erase-Command).
              MOVE RETURN-CODE TO Erase-Sys-Rc.
              MOVE Erase-Save-Rc TO RETURN-CODE.
              IF Erase-Sys-Rc NOT = 0 THEN
                     DISPLAY "ERROR: " TRIM(Erase-Command)
                            " FAILED, " TRIM(Erase-Path) " NOT ERASED"
                     MOVE "Y" TO Erase-Failed
                     MOVE 1 TO RETURN-CODE
                     GO TO 300-Erase-One-File-End
              END-IF.
              ADD Erase-File-Recs TO Erase-Total.
              IF Erase-Gen = "Y" THEN
                     IF Erase-File-Recs > 0 THEN
                            ADD 1 TO Ef-Gens(Ef-Idx)
                            ADD Erase-File-Recs TO Ef-Gen-Recs(Ef-Idx)
                     END-IF
              ELSE
                     ADD Erase-File-Recs TO Ef-Live-Recs(Ef-Idx)
              END-IF.
       300-Erase-One-File-End.
              EXIT.

      *> 顧客コード欄はそのまま仮名へ、自由文の範囲は 340 で
      *> 置き換える (置き換えのない行は一字も変えない)
       330-Replace-In-Record.
              MOVE "N" TO Erase-Hit.
              MOVE Ef-Cust-Pos(Ef-Idx) TO Fld-Pos.
              IF Fld-Pos > 0 THEN
                     IF ERASE-OUT-RECORD(Fld-Pos:10) = Erase-Code THEN
                            MOVE Erase-Token
                                   TO ERASE-OUT-RECORD(Fld-Pos:10)
                            MOVE "Y" TO Erase-Hit
                     END-IF
              END-IF.
              MOVE Ef-Text-Pos(Ef-Idx) TO Fld-Pos.
              IF Fld-Pos > 0 THEN
                     MOVE Ef-Text-Len(Ef-Idx) TO Txt-Len
                     MOVE SPACE TO Txt-In
                     MOVE ERASE-OUT-RECORD(Fld-Pos:Txt-Len) TO Txt-In
                     PERFORM 340-Replace-Words
                            THRU 340-Replace-Words-End
                     IF Txt-Hit = "Y" THEN
                            MOVE Txt-Out
                                   TO ERASE-OUT-RECORD(Fld-Pos:Txt-Len)
                            MOVE "Y" TO Erase-Hit
                     END-IF
              END-IF.

      *> 顧客名は行のどこに現れても (前後に語が続いても) 置き換え、
      *> 顧客コードは前後が英数字・ハイフンでない語として現れた
      *> ときだけ置き換える (他の顧客のコードの一部は残す)。
      *> 空白・区切りはそのまま写す
       340-Replace-Words.
              MOVE SPACE TO Txt-Out.
              MOVE "N" TO Txt-Hit.
              MOVE 0 TO Name-Len Name-Tally.
              IF Erase-Name NOT = SPACE THEN
                     MOVE LENGTH(TRIM(Erase-Name)) TO Name-Len
                     INSPECT Txt-In(1:Txt-Len) TALLYING Name-Tally
                            FOR ALL Erase-Name(1:Name-Len)
              END-IF.
              MOVE LENGTH(TRIM(Erase-Code)) TO Code-Len.
              MOVE 1 TO Txt-Ptr Out-Ptr.
       341-Next-Char.
              IF Txt-Ptr > Txt-Len OR Out-Ptr > Txt-Len THEN
                     GO TO 340-Replace-Words-End
              END-IF.
              IF Name-Tally > 0
              AND Txt-Ptr + Name-Len - 1 <= Txt-Len THEN
                     IF Txt-In(Txt-Ptr:Name-Len)
                            = Erase-Name(1:Name-Len) THEN
                            PERFORM 345-Put-Token
                            ADD Name-Len TO Txt-Ptr
                            GO TO 341-Next-Char
                     END-IF
              END-IF.
              IF Txt-Ptr + Code-Len - 1 <= Txt-Len THEN
                     IF Txt-In(Txt-Ptr:Code-Len)
                            = Erase-Code(1:Code-Len) THEN
                            PERFORM 343-Check-Code-Edges
                                   THRU 343-Check-Code-Edges-End
                            IF Txt-Edge = "Y" THEN
                                   PERFORM 345-Put-Token
                                   ADD Code-Len TO Txt-Ptr
                                   GO TO 341-Next-Char
                            END-IF
                     END-IF
              END-IF.
              MOVE Txt-In(Txt-Ptr:1) TO Txt-Out(Out-Ptr:1).
              ADD 1 TO Txt-Ptr Out-Ptr.
              GO TO 341-Next-Char.

      *> Txt-Ptr から Code-Len 桁の前後が語の切れ目なら Txt-Edge = "Y"
       343-Check-Code-Edges.
              MOVE "N" TO Txt-Edge.
              IF Txt-Ptr > 1 THEN
                     MOVE Txt-In(Txt-Ptr - 1:1) TO Txt-Edge
                     IF Txt-Edge IS NUMERIC OR Txt-Edge = "-"
                     OR (Txt-Edge IS ALPHABETIC
                         AND Txt-Edge NOT = SPACE) THEN
                            MOVE "N" TO Txt-Edge
                            GO TO 343-Check-Code-Edges-End
                     END-IF
              END-IF.
              IF Txt-Ptr + Code-Len <= Txt-Len THEN
                     MOVE Txt-In(Txt-Ptr + Code-Len:1) TO Txt-Edge
                     IF Txt-Edge IS NUMERIC OR Txt-Edge = "-"
                     OR (Txt-Edge IS ALPHABETIC
                         AND Txt-Edge NOT = SPACE) THEN
                            MOVE "N" TO Txt-Edge
                            GO TO 343-Check-Code-Edges-End
                     END-IF
              END-IF.
              MOVE "Y" TO Txt-Edge.
       343-Check-Code-Edges-End.
              EXIT.

       345-Put-Token.
              STRING TRIM(Erase-Token) DELIMITED BY SIZE
                     INTO Txt-Out(1:Txt-Len) WITH POINTER Out-Ptr
              END-STRING.
              MOVE "Y" TO Txt-Hit.

       340-Replace-Words-End.
              EXIT.

      *> 受付確認 ORDER-ACK-<顧客> のファイル名を仮名へ付け替える
      *> (ファイルがなければ何もしない)
       380-Rename-Ack-File.
              IF Erase-Failed = "Y" OR Erase-In-Status NOT = "00" THEN
                     GO TO 380-Rename-Ack-File-End
              END-IF.
              MOVE SPACE TO Erase-Command.
              STRING "mv " DELIMITED BY SIZE
                     TRIM(Erase-Path) DELIMITED BY SIZE
                     " ORDER-ACK-" DELIMITED BY SIZE
                     TRIM(Erase-Token) DELIMITED BY SIZE
                     INTO Erase-Command
              END-STRING.
              MOVE RETURN-CODE TO Erase-Save-Rc.
              CALL "SYSTEM" USING TRIM(Erase-Command).
              MOVE RETURN-CODE TO Erase-Sys-Rc.
              MOVE Erase-Save-Rc TO RETURN-CODE.
              IF Erase-Sys-Rc NOT = 0 THEN
                     DISPLAY "ERROR: " TRIM(Erase-Command)
                            " FAILED, " TRIM(Erase-Path)
                            " NOT RENAMED"
                     MOVE "Y" TO Erase-Failed
                     MOVE 1 TO RETURN-CODE
              END-IF.
       380-Rename-Ack-File-End.
              EXIT.

      *> 受注マスタは索引ファイルなので顧客コードを書き換える
       350-Erase-Order-Master.
              OPEN I-O ORDER-MASTER.
              IF Order-Master-Status NOT = "00" THEN
                     IF Order-Master-Status = "05" THEN
                            CLOSE ORDER-MASTER
                     END-IF
                     GO TO 350-Erase-Order-Master-End
              END-IF.
       351-Read-Order.
              READ ORDER-MASTER NEXT
                     AT END
                         CLOSE ORDER-MASTER
                         GO TO 350-Erase-Order-Master-End
              END-READ.
              IF OM-CUST = Erase-Code THEN
                     MOVE Erase-Token TO OM-CUST
                     REWRITE ORDER-MASTER-RECORD
                     ADD 1 TO Erase-Orders
              END-IF.
              GO TO 351-Read-Order.
       350-Erase-Order-Master-End.
              EXIT.

      *> 顧客マスタのキーは付け替えられないので、旧コードを消して
      *> 仮名のキーで書く。限度・支払条件はそのまま、状態は ERASED
       360-Erase-Customer-Master.
              OPEN I-O CUSTOMER-MASTER.
              MOVE Erase-Code TO CMR-CODE.
              READ CUSTOMER-MASTER
                  INVALID KEY
                      CONTINUE
              END-READ.
              IF Cust-Master-Status = "00" THEN
                     DELETE CUSTOMER-MASTER
              END-IF.
              MOVE Saved-Customer TO CUSTOMER-MASTER-RECORD.
              MOVE Erase-Token TO CMR-CODE CMR-NAME.
              MOVE "ERASED" TO CMR-STATUS.
              MOVE Today-Date TO CMR-UPD-DATE.
              MOVE Operator-Id TO CMR-UPD-BY.
              WRITE CUSTOMER-MASTER-RECORD.
              CLOSE CUSTOMER-MASTER.
              ADD 1 TO Erase-Total.

      *> 保管世代のうち顧客コードを持つファイルの世代 (<file>.Gnnnn)
       400-Erase-Generations.
              MOVE 0 TO Cat-Count.
              OPEN INPUT ARCHIVE-CATALOG.
              IF Catalog-Status NOT = "00" THEN
                     IF Catalog-Status = "05" THEN
                            CLOSE ARCHIVE-CATALOG
                     END-IF
                     GO TO 400-Erase-Generations-End
              END-IF.
       410-Read-Catalog.
              READ ARCHIVE-CATALOG
                     AT END
                         CLOSE ARCHIVE-CATALOG
                         GO TO 420-Catalog-Loaded
              END-READ.
              IF Cat-Count < 2000 THEN
                     ADD 1 TO Cat-Count
                     MOVE AC-FILE TO CT-FILE(Cat-Count)
                     MOVE AC-GEN TO CT-GEN(Cat-Count)
              END-IF.
              GO TO 410-Read-Catalog.
       420-Catalog-Loaded.
              PERFORM VARYING Cat-Idx FROM 1 BY 1
              UNTIL Cat-Idx > Cat-Count
                     PERFORM VARYING Ef-Idx FROM 1 BY 1
                     UNTIL Ef-Idx > Ef-Count
                            IF CT-FILE(Cat-Idx) = Ef-Name(Ef-Idx) THEN
                                   PERFORM 430-Erase-Generation
                            END-IF
                     END-PERFORM
              END-PERFORM.
       400-Erase-Generations-End.
              EXIT.

       430-Erase-Generation.
              MOVE SPACE TO Erase-Path.
              STRING TRIM(CT-FILE(Cat-Idx)) DELIMITED BY SIZE
                     ".G" DELIMITED BY SIZE
                     CT-GEN(Cat-Idx) DELIMITED BY SIZE
                     INTO Erase-Path
              END-STRING.
              MOVE "Y" TO Erase-Gen.
              PERFORM 300-Erase-One-File THRU 300-Erase-One-File-End.

       450-Write-Register.
              OPEN EXTEND ERASURE-REGISTER.
              MOVE SPACE TO ERASURE-REGISTER-RECORD.
              MOVE Erase-Cert TO ER-CERT.
              MOVE Today-Date TO ER-DATE.
              MOVE Now-Time(1:6) TO ER-TIME.
              MOVE Erase-Token TO ER-TOKEN.
              MOVE Cmd-Ref TO ER-REF.
              MOVE Operator-Id TO ER-OPERATOR.
              MOVE Apr-Id TO ER-APPROVER.
              COMPUTE ER-RECORDS = Erase-Total + Erase-Orders.
              WRITE ERASURE-REGISTER-RECORD.
              CLOSE ERASURE-REGISTER.

      *> 消去証明。依頼者へ渡すので元の顧客コードは載せない
       500-Print-Certificate.
              MOVE "CUSTERASE" TO Rpt-Program.
              MOVE "PERSONAL DATA ERASURE CERTIFICATE" TO Rpt-Title.
              PERFORM Begin-Report.
              MOVE Erase-Cert TO Gen-Z.
              STRING "CERTIFICATE NO    " DELIMITED BY SIZE
                     TRIM(Gen-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              STRING "REQUEST REFERENCE " DELIMITED BY SIZE
                     TRIM(Cmd-Ref) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              STRING "ERASED ON         " DELIMITED BY SIZE
                     Today-Date DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     Now-Time(1:6) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              STRING "REPLACED BY       " DELIMITED BY SIZE
                     TRIM(Erase-Token) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              STRING "OPERATOR          " DELIMITED BY SIZE
                     TRIM(Operator-Id) DELIMITED BY SIZE
                     "   APPROVER " DELIMITED BY SIZE
                     TRIM(Apr-Id) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              PERFORM Write-Report-Line.
              MOVE "FILE                  LIVE RECS  GENERATIONS"
                     TO Rpt-Line.
              MOVE "GEN RECS" TO Rpt-Line(48:).
              PERFORM Write-Report-Line.
              MOVE "CUSTOMER-MASTER" TO Rpt-Line.
              MOVE 1 TO Rec-Z.
              MOVE Rec-Z TO Rpt-Line(24:).
              PERFORM Write-Report-Line.
              MOVE "ORDER-MASTER" TO Rpt-Line.
              MOVE Erase-Orders TO Rec-Z.
              MOVE Rec-Z TO Rpt-Line(24:).
              PERFORM Write-Report-Line.
              PERFORM VARYING Ef-Idx FROM 1 BY 1
              UNTIL Ef-Idx > Ef-Count
                     MOVE Ef-Name(Ef-Idx) TO Rpt-Line
                     MOVE Ef-Live-Recs(Ef-Idx) TO Rec-Z
                     MOVE Rec-Z TO Rpt-Line(24:)
                     MOVE Ef-Gens(Ef-Idx) TO Gen-Z
                     MOVE Gen-Z TO Rpt-Line(40:)
                     MOVE Ef-Gen-Recs(Ef-Idx) TO Gen-Rec-Z
                     MOVE Gen-Rec-Z TO Rpt-Line(48:)
                     PERFORM Write-Report-Line
              END-PERFORM.
              PERFORM Write-Report-Line.
              MOVE "THE CUSTOMER CODE AND NAME HAVE BEEN REPLACED IN"
                     TO Rpt-Line.
              PERFORM Write-Report-Line.
              MOVE "EVERY FILE AND ARCHIVED GENERATION ABOVE. AMOUNTS"
                     TO Rpt-Line.
              PERFORM Write-Report-Line.
              MOVE "AND DATES ARE KEPT FOR THE ACCOUNTING RECORD."
                     TO Rpt-Line.
              PERFORM Write-Report-Line.
              PERFORM End-Report.

      *> 入力検査。不備は Cmd-Error = "Y" で呼び元が打ち切る
       600-Check-Code.
              MOVE "N" TO Cmd-Error.
              IF Cmd-Code-Tok = SPACE
              OR Cmd-Code-Tok(11:) NOT = SPACE THEN
                     DISPLAY "ERROR: NEED A CUSTOMER CODE OF UP TO 10"
                            " CHARACTERS"
                     MOVE 1 TO RETURN-CODE
                     MOVE "Y" TO Cmd-Error
              ELSE
                     MOVE Cmd-Code-Tok TO Cmd-Code
              END-IF.

      *> 承認者の ID を受け付け、サインオンした担当者と別人で
      *> 監督者以上の役割であることを OPERATOR-ROLES で確かめる
      *> (役割ファイルがなければ別人であることだけを確かめる)
       700-Check-Approval.
              MOVE "N" TO Cmd-Error.
              MOVE SPACE TO Apr-Id.
              DISPLAY "ERASURE NEEDS A SECOND APPROVER".
              DISPLAY "APPROVER ID?".
              ACCEPT Apr-Id.
              IF Apr-Id = SPACE OR Apr-Id = Operator-Id THEN
                     DISPLAY "ERROR: THE APPROVER MUST BE ANOTHER"
                            " OPERATOR"
                     GO TO 710-Refuse-Approval
              END-IF.
              PERFORM 730-Find-Approver-Role
                     THRU 730-Find-Approver-Role-End.
              IF Apr-Roles-Ok = "N" THEN
                     DISPLAY "WARNING: OPERATOR-ROLES NOT PRESENT,"
                            " APPROVER ROLE NOT CHECKED"
                     GO TO 700-Check-Approval-End
              END-IF.
              IF TRIM(Apr-Role) = "SUPERVISOR"
              OR TRIM(Apr-Role) = "ADMIN" THEN
                     GO TO 700-Check-Approval-End
              END-IF.
              DISPLAY "ERROR: APPROVER " TRIM(Apr-Id) " HOLDS ROLE "
                     TRIM(Apr-Role) " BUT SUPERVISOR IS REQUIRED".
       710-Refuse-Approval.
              MOVE "ERASE-REQ" TO Audit-Field.
              MOVE Cmd-Ref TO Audit-Before.
              MOVE "REFUSED NO APPROVER" TO Audit-After.
              PERFORM Write-Activity-Audit.
              MOVE 1 TO RETURN-CODE.
              MOVE "Y" TO Cmd-Error.
       700-Check-Approval-End.
              EXIT.

       730-Find-Approver-Role.
              MOVE "OPERATOR" TO Apr-Role.
              MOVE "Y" TO Apr-Roles-Ok.
              OPEN INPUT OPERATOR-ROLES.
              IF Roles-Status NOT = "00" THEN
                     IF Roles-Status = "05" THEN
                            CLOSE OPERATOR-ROLES
                     END-IF
                     MOVE "N" TO Apr-Roles-Ok
                     GO TO 730-Find-Approver-Role-End
              END-IF.
       735-Read-Roles.
              READ OPERATOR-ROLES
                     AT END
                         CLOSE OPERATOR-ROLES
                         GO TO 730-Find-Approver-Role-End
              END-READ.
              IF OPERATOR-ROLES-RECORD = SPACE
              OR OPERATOR-ROLES-RECORD(1:1) = "*" THEN
                     GO TO 735-Read-Roles
              END-IF.
              MOVE SPACE TO Role-Op-Tok Role-Rl-Tok.
              UNSTRING OPERATOR-ROLES-RECORD DELIMITED BY ALL " "
                     INTO Role-Op-Tok Role-Rl-Tok.
              IF Role-Op-Tok = Apr-Id THEN
                     MOVE Role-Rl-Tok TO Apr-Role
              END-IF.
              GO TO 735-Read-Roles.
       730-Find-Approver-Role-End.
              EXIT.

       COPY SIGNONPD.
       COPY ROLESPD.
       COPY REPORTPD.
       COPY ENQPD.
       END PROGRAM MAIN.
