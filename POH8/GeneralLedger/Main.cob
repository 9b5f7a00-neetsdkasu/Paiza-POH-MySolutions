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
              SELECT OPTIONAL GL-ACCOUNTS
                     ASSIGN TO "GL-ACCOUNTS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Accounts-Status.
              SELECT OPTIONAL GL-POST-RULES
                     ASSIGN TO "GL-POST-RULES"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Rules-Status.
              SELECT OPTIONAL PART-COSTS
                     ASSIGN TO "PART-COSTS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Part-Costs-Status.
              SELECT GL-NIGHT-JOURNAL
                     ASSIGN TO "GL-NIGHT-JOURNAL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Night-Status.
       COPY GLJRNSL.
       COPY GLCTLSL.
       COPY ARITEMSL.
       COPY ARPAYSL.
       COPY STKMOVSL.
       COPY DAILYTOTSL.
       COPY MIKEADJSL.
       COPY RUNHISTSL.
       COPY ERRLOGSL.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-ACCOUNTS.
              01 GL-ACCOUNTS-RECORD PIC X(60).
       FD  GL-POST-RULES.
              01 GL-POST-RULES-RECORD PIC X(60).
       FD  PART-COSTS.
              01 PART-COSTS-RECORD PIC X(40).
       FD  GL-NIGHT-JOURNAL.
              01 GL-NIGHT-RECORD PIC X(80).
       COPY GLJRNFD.
       COPY GLCTLFD.
       COPY ARITEMFD.
       COPY ARPAYFD.
       COPY STKMOVFD.
       COPY DAILYTOTFD.
       COPY MIKEADJFD.
       COPY RUNHISTFD.
       COPY ERRLOGFD.
       WORKING-STORAGE SECTION.
       COPY RUNHISTWS.
       COPY ERRLOGWS.
       COPY STKMOVWS.
       COPY DAILYTOTWS.
       COPY REPORTWS.
       01 Accounts-Status PIC XX.
       01 Rules-Status PIC XX.
       01 Part-Costs-Status PIC XX.
       01 Night-Status PIC XX.
       01 Gl-Journal-Status PIC XX.
       01 Gl-Control-Status PIC XX.
       01 Ar-Items-Status PIC XX.
       01 Pay-History-Status PIC XX.
       01 Adj-Ledger-Status PIC XX.
       01 Command-Values.
              05 Cmd-Line PIC X(40).
              05 Cmd-Verb PIC X(10).
              05 Cmd-Arg  PIC X(10).
      *> 勘定科目表 ("account type name")
       01 Account-Table-Values.
              05 Acct-Count PIC 9(3) VALUE 0.
              05 Acct-Idx   PIC 9(3).
              05 Acct-Found PIC 9(3).
              05 Acct-Table OCCURS 200 TIMES.
                     10 ac-acct   PIC X(8).
                     10 ac-type   PIC X(8).
                     10 ac-name   PIC X(30).
                     10 ac-debit  PIC 9(13)V99.
                     10 ac-credit PIC 9(13)V99.
              05 ac-ptr      PIC 9(3).
              05 ac-key      PIC X(8).
      *> 仕訳規則 ("EVENT debit-account credit-account")
       01 Rule-Table-Values.
              05 Rule-Count PIC 99 VALUE 0.
              05 Rule-Idx   PIC 99.
              05 Rule-Found PIC 99.
              05 Rule-Table OCCURS 50 TIMES.
                     10 ru-event  PIC X(12).
                     10 ru-debit  PIC X(8).
                     10 ru-credit PIC X(8).
      *> 部品標準原価 ("part unit-cost")。入荷の評価に使う
       01 Part-Cost-Values.
              05 PC-Count PIC 9(3) VALUE 0.
              05 PC-Idx   PIC 9(3).
              05 PC-Found PIC 9(3).
              05 PC-Table OCCURS 500 TIMES.
                     10 pc-part PIC X(10).
                     10 pc-cost PIC 9(7)V99.
              05 pc-part-tok PIC X(12).
              05 pc-cost-tok PIC X(15).
      *> 注文別の出荷原価 (Katyusha の ALLOC 移動を注文番号で集計)
       01 Cogs-Values.
              05 CG-Count PIC 9(3) VALUE 0.
              05 CG-Idx   PIC 9(3).
              05 CG-Found PIC 9(3).
              05 CG-Table OCCURS 500 TIMES.
                     10 cg-order PIC X(10).
                     10 cg-value PIC 9(11)V99.
       01 Journal-Line.
              05 jl-date   PIC 9(8).
              05 FILLER    PIC X VALUE SPACE.
              05 jl-seq    PIC 9(6).
              05 FILLER    PIC X VALUE SPACE.
              05 jl-event  PIC X(12).
              05 FILLER    PIC X VALUE SPACE.
              05 jl-acct   PIC X(8).
              05 FILLER    PIC X VALUE SPACE.
              05 jl-dc     PIC X.
              05 FILLER    PIC X VALUE SPACE.
              05 jl-amount PIC 9(11)V99.
              05 FILLER    PIC X VALUE SPACE.
              05 jl-ref    PIC X(20).
       01 Posting-Values.
              05 Gl-Date     PIC 9(8).
              05 Gl-Last     PIC X(8).
              05 Gl-Errors   PIC 9(4) VALUE 0.
              05 Gl-Events   PIC 9(6) VALUE 0.
              05 Gl-Lines    PIC 9(6) VALUE 0.
              05 Night-Debit  PIC 9(13)V99.
              05 Night-Credit PIC 9(13)V99.
              05 Ev-Name     PIC X(12).
              05 Ev-Amount   PIC 9(11)V99.
              05 Ev-Ref      PIC X(20).
              05 Ev-Fulfil   PIC 9(15).
              05 Ev-Fulfil-Set PIC X.
              05 Gl-Amt-Z    PIC Z(12)9.99.
              05 Gl-Cnt-Z    PIC Z(5)9.
       01 Trial-Values.
              05 Tb-Period   PIC X(6).
              05 Tb-Debit    PIC 9(13)V99.
              05 Tb-Credit   PIC 9(13)V99.
              05 Tb-Balance  PIC S9(13)V99.
              05 Tb-Unknown  PIC 9(6).
              05 Tb-Dr-Z     PIC Z(12)9.99.
              05 Tb-Cr-Z     PIC Z(12)9.99.
              05 Tb-Bal-Z    PIC -(13)9.99.
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              MOVE "GENLEDGER" TO Run-Hist-Program Err-Program.
              PERFORM 010-Load-Accounts THRU 012-Accounts-Loaded.
              PERFORM 013-Load-Rules THRU 015-Rules-Loaded.
              PERFORM 016-Load-Part-Costs THRU 018-Part-Costs-Loaded.
       020-Read-Command.
              MOVE SPACE TO Cmd-Line.
              ACCEPT Cmd-Line.
              IF Cmd-Line = SPACE THEN
                     GO TO 090-Finish
              END-IF.
              MOVE SPACE TO Cmd-Verb Cmd-Arg.
              UNSTRING TRIM(Cmd-Line) DELIMITED BY ALL " "
                     INTO Cmd-Verb Cmd-Arg.
              EVALUATE Cmd-Verb
                  WHEN "POST"
                      PERFORM 100-Post-Night THRU 100-Post-Night-End
                  WHEN "TRIAL"
                      PERFORM 200-Trial-Balance
                             THRU 200-Trial-Balance-End
                  WHEN OTHER
                      DISPLAY "ERROR: UNKNOWN COMMAND "
                             TRIM(Cmd-Line)
                      DISPLAY "COMMANDS: POST [yyyymmdd]"
                             " / TRIAL [yyyymm]"
                      MOVE 1 TO RETURN-CODE
              END-EVALUATE.
              GO TO 020-Read-Command.
       090-Finish.
              MOVE Gl-Events TO Run-Hist-Read.
              MOVE Gl-Errors TO Run-Hist-Reject.
              MOVE Gl-Lines TO Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.

       010-Load-Accounts.
              OPEN INPUT GL-ACCOUNTS.
              IF Accounts-Status NOT = "00" THEN
                     IF Accounts-Status = "05" THEN
                            CLOSE GL-ACCOUNTS
                     END-IF
                     GO TO 012-Accounts-Loaded
              END-IF.
       011-Read-Account.
              READ GL-ACCOUNTS
                     AT END
                         CLOSE GL-ACCOUNTS
                         GO TO 012-Accounts-Loaded
              END-READ.
              IF GL-ACCOUNTS-RECORD = SPACE
              OR GL-ACCOUNTS-RECORD(1:1) = "*" THEN
                     GO TO 011-Read-Account
              END-IF.
              IF Acct-Count >= 200 THEN
                     DISPLAY "WARNING: MORE THAN 200 GL ACCOUNTS,"
                            " EXTRA IGNORED"
                     CLOSE GL-ACCOUNTS
                     GO TO 012-Accounts-Loaded
              END-IF.
              ADD 1 TO Acct-Count.
              MOVE SPACE TO ac-acct(Acct-Count) ac-type(Acct-Count).
              MOVE 1 TO ac-ptr.
              UNSTRING GL-ACCOUNTS-RECORD DELIMITED BY ALL " "
                     INTO ac-acct(Acct-Count) ac-type(Acct-Count)
                     WITH POINTER ac-ptr.
              MOVE SPACE TO ac-name(Acct-Count).
              IF ac-ptr <= 60 THEN
                     MOVE GL-ACCOUNTS-RECORD(ac-ptr:)
                            TO ac-name(Acct-Count)
              END-IF.
              IF ac-type(Acct-Count) = SPACE THEN
                     DISPLAY "WARNING: BAD GL ACCOUNT SKIPPED: "
                            TRIM(GL-ACCOUNTS-RECORD)
                     SUBTRACT 1 FROM Acct-Count
              END-IF.
              GO TO 011-Read-Account.
       012-Accounts-Loaded.
              EXIT.

       013-Load-Rules.
              OPEN INPUT GL-POST-RULES.
              IF Rules-Status NOT = "00" THEN
                     IF Rules-Status = "05" THEN
                            CLOSE GL-POST-RULES
                     END-IF
                     GO TO 015-Rules-Loaded
              END-IF.
       014-Read-Rule.
              READ GL-POST-RULES
                     AT END
                         CLOSE GL-POST-RULES
                         GO TO 015-Rules-Loaded
              END-READ.
              IF GL-POST-RULES-RECORD = SPACE
              OR GL-POST-RULES-RECORD(1:1) = "*"
              OR Rule-Count >= 50 THEN
                     GO TO 014-Read-Rule
              END-IF.
              ADD 1 TO Rule-Count.
              MOVE SPACE TO ru-event(Rule-Count) ru-debit(Rule-Count)
                     ru-credit(Rule-Count).
              UNSTRING GL-POST-RULES-RECORD DELIMITED BY ALL " "
                     INTO ru-event(Rule-Count) ru-debit(Rule-Count)
                          ru-credit(Rule-Count).
              IF ru-credit(Rule-Count) = SPACE THEN
                     DISPLAY "WARNING: BAD POSTING RULE SKIPPED: "
                            TRIM(GL-POST-RULES-RECORD)
                     SUBTRACT 1 FROM Rule-Count
              END-IF.
              GO TO 014-Read-Rule.
       015-Rules-Loaded.
              EXIT.

       016-Load-Part-Costs.
              OPEN INPUT PART-COSTS.
              IF Part-Costs-Status NOT = "00" THEN
                     IF Part-Costs-Status = "05" THEN
                            CLOSE PART-COSTS
                     END-IF
                     GO TO 018-Part-Costs-Loaded
              END-IF.
       017-Read-Part-Cost.
              READ PART-COSTS
                     AT END
                         CLOSE PART-COSTS
                         GO TO 018-Part-Costs-Loaded
              END-READ.
              IF PART-COSTS-RECORD = SPACE
              OR PART-COSTS-RECORD(1:1) = "*"
              OR PC-Count >= 500 THEN
                     GO TO 017-Read-Part-Cost
              END-IF.
              MOVE SPACE TO pc-part-tok pc-cost-tok.
              UNSTRING PART-COSTS-RECORD DELIMITED BY ALL " "
                     INTO pc-part-tok pc-cost-tok.
              IF pc-part-tok = SPACE OR pc-cost-tok = SPACE THEN
                     DISPLAY "WARNING: BAD PART COST SKIPPED: "
                            TRIM(PART-COSTS-RECORD)
                     GO TO 017-Read-Part-Cost
              END-IF.
              ADD 1 TO PC-Count.
              MOVE pc-part-tok TO pc-part(PC-Count).
              MOVE NUMVAL(TRIM(pc-cost-tok)) TO pc-cost(PC-Count).
              GO TO 017-Read-Part-Cost.
       018-Part-Costs-Loaded.
              EXIT.

      *> 1夜分の業務ファイルから複式仕訳を起こす。仕訳はいったん
      *> GL-NIGHT-JOURNAL に書き、貸借が一致してエラーがなければ
      *> GL-JOURNAL へ追記する。一致しない夜は REJECTED として
      *> GL-CONTROL に残し、GL-JOURNAL には入れない。
       100-Post-Night.
              IF Cmd-Arg = SPACE THEN
                     ACCEPT Gl-Date FROM DATE YYYYMMDD
              ELSE
                     IF TRIM(Cmd-Arg) IS NOT NUMERIC
                     OR STORED-CHAR-LENGTH(Cmd-Arg) NOT = 8 THEN
                            DISPLAY "ERROR: POST DATE MUST BE"
                                   " YYYYMMDD: " TRIM(Cmd-Arg)
                            MOVE 1 TO RETURN-CODE
                            GO TO 100-Post-Night-End
                     END-IF
                     MOVE Cmd-Arg(1:8) TO Gl-Date
              END-IF.
              IF Acct-Count = 0 OR Rule-Count = 0 THEN
                     DISPLAY "ERROR: GL-ACCOUNTS OR GL-POST-RULES IS"
                            " EMPTY OR ABSENT"
                     MOVE 1 TO RETURN-CODE
                     GO TO 100-Post-Night-End
              END-IF.
              PERFORM 110-Check-Control THRU 112-Control-Checked.
              IF Gl-Last = "POSTED" THEN
                     DISPLAY "ERROR: GL NIGHT " Gl-Date
                            " IS ALREADY POSTED"
                     MOVE 1 TO RETURN-CODE
                     GO TO 100-Post-Night-End
              END-IF.
              MOVE 0 TO Night-Debit Night-Credit Gl-Errors jl-seq.
              OPEN OUTPUT GL-NIGHT-JOURNAL.
              PERFORM 120-Journal-Invoices THRU 122-Invoices-Done.
              PERFORM 130-Journal-Payments THRU 132-Payments-Done.
              PERFORM 140-Journal-Receipts THRU 142-Receipts-Done.
              PERFORM 145-Journal-Shipments THRU 147-Shipments-Done.
              PERFORM 150-Journal-Fulfilment THRU 152-Fulfilment-Done.
              PERFORM 160-Journal-Refunds THRU 162-Refunds-Done.
              CLOSE GL-NIGHT-JOURNAL.
              MOVE SPACE TO GL-CONTROL-RECORD.
              MOVE Gl-Date TO GC-DATE.
              MOVE Night-Debit TO GC-DEBIT.
              MOVE Night-Credit TO GC-CREDIT.
              IF Night-Debit = Night-Credit AND Gl-Errors = 0 THEN
                     PERFORM 170-Append-Night THRU 172-Night-Appended
                     MOVE "POSTED" TO GC-STATUS
              ELSE
                     MOVE "REJECTED" TO GC-STATUS
                     MOVE 1 TO RETURN-CODE
              END-IF.
              IF Night-Debit NOT = Night-Credit THEN
                     DISPLAY "GLJ-001 ERROR: GL NIGHT " Gl-Date
                            " DOES NOT BALANCE"
                     MOVE "GLJ-001" TO Err-Code
                     MOVE "E" TO Err-Severity
                     MOVE "GL NIGHT REJECTED, DEBITS AND CREDITS DIFFER"
                            TO Err-Text
                     MOVE Gl-Date TO Err-Input
                     PERFORM Write-Error-Log
              END-IF.
              OPEN EXTEND GL-CONTROL.
              WRITE GL-CONTROL-RECORD.
              CLOSE GL-CONTROL.
              MOVE Night-Debit TO Gl-Amt-Z.
              DISPLAY "GL NIGHT " Gl-Date " DEBITS  " TRIM(Gl-Amt-Z).
              MOVE Night-Credit TO Gl-Amt-Z.
              DISPLAY "GL NIGHT " Gl-Date " CREDITS " TRIM(Gl-Amt-Z).
              MOVE jl-seq TO Gl-Cnt-Z.
              DISPLAY "JOURNAL LINES: " TRIM(Gl-Cnt-Z)
                     "  STATUS: " TRIM(GC-STATUS).
       100-Post-Night-End.
              EXIT.

      *> GL-CONTROL の最新状態 (同じ日付は後の記録が有効)
       110-Check-Control.
              MOVE SPACE TO Gl-Last.
              OPEN INPUT GL-CONTROL.
              IF Gl-Control-Status NOT = "00" THEN
                     IF Gl-Control-Status = "05" THEN
                            CLOSE GL-CONTROL
                     END-IF
                     GO TO 112-Control-Checked
              END-IF.
       111-Read-Control.
              READ GL-CONTROL
                     AT END
                         CLOSE GL-CONTROL
                         GO TO 112-Control-Checked
              END-READ.
              IF GC-DATE = Gl-Date THEN
                     MOVE GC-STATUS TO Gl-Last
              END-IF.
              GO TO 111-Read-Control.
       112-Control-Checked.
              EXIT.

      *> 当夜発行の請求 (クレジットノートは払戻側で仕訳する)
       120-Journal-Invoices.
              OPEN INPUT AR-OPEN-ITEMS.
              IF Ar-Items-Status NOT = "00" THEN
                     IF Ar-Items-Status = "05" THEN
                            CLOSE AR-OPEN-ITEMS
                     END-IF
                     GO TO 122-Invoices-Done
              END-IF.
       121-Read-Invoice.
              READ AR-OPEN-ITEMS
                     AT END
                         CLOSE AR-OPEN-ITEMS
                         GO TO 122-Invoices-Done
              END-READ.
              IF AR-DATE NOT = Gl-Date OR AR-REF-DATE NOT = SPACE THEN
                     GO TO 121-Read-Invoice
              END-IF.
              MOVE SPACE TO Ev-Ref.
              STRING "INV " DELIMITED BY SIZE
                     AR-INV DELIMITED BY SIZE
                     INTO Ev-Ref
              END-STRING.
      *> 課税請求は本体と消費税を別の仕訳にする
              MOVE "AR-INVOICE" TO Ev-Name.
              IF AR-TAX-CAT = SPACE THEN
                     MOVE AR-AMOUNT TO Ev-Amount
              ELSE
                     MOVE AR-NET TO Ev-Amount
              END-IF.
              PERFORM 500-Post-Event THRU 500-Post-Event-End.
              IF AR-TAX-CAT NOT = SPACE THEN
                     MOVE "AR-TAX" TO Ev-Name
                     MOVE AR-TAX TO Ev-Amount
                     PERFORM 500-Post-Event THRU 500-Post-Event-End
              END-IF.
              GO TO 121-Read-Invoice.
       122-Invoices-Done.
              EXIT.

       130-Journal-Payments.
              OPEN INPUT AR-PAYMENT-HISTORY.
              IF Pay-History-Status NOT = "00" THEN
                     IF Pay-History-Status = "05" THEN
                            CLOSE AR-PAYMENT-HISTORY
                     END-IF
                     GO TO 132-Payments-Done
              END-IF.
       131-Read-Payment.
              READ AR-PAYMENT-HISTORY
                     AT END
                         CLOSE AR-PAYMENT-HISTORY
                         GO TO 132-Payments-Done
              END-READ.
              IF PH-DATE NOT = Gl-Date THEN
                     GO TO 131-Read-Payment
              END-IF.
              MOVE "AR-PAYMENT" TO Ev-Name.
              MOVE PH-AMOUNT TO Ev-Amount.
              MOVE SPACE TO Ev-Ref.
              STRING "PAY INV " DELIMITED BY SIZE
                     PH-INV DELIMITED BY SIZE
                     INTO Ev-Ref
              END-STRING.
              PERFORM 500-Post-Event THRU 500-Post-Event-End.
              GO TO 131-Read-Payment.
       132-Payments-Done.
              EXIT.

      *> 入荷 (STOCK-MOVEMENTS の RECEIPT) を発注単価で評価する。
      *> 金額のない入荷 (単価のない発注や古い台帳行) は標準原価で
       140-Journal-Receipts.
              OPEN INPUT STOCK-MOVEMENTS.
              IF Stock-Move-Status NOT = "00" THEN
                     IF Stock-Move-Status = "05" THEN
                            CLOSE STOCK-MOVEMENTS
                     END-IF
                     GO TO 142-Receipts-Done
              END-IF.
       141-Read-Movement.
              READ STOCK-MOVEMENTS
                     AT END
                         CLOSE STOCK-MOVEMENTS
                         GO TO 142-Receipts-Done
              END-READ.
              IF SV-DATE NOT = Gl-Date OR SV-TYPE NOT = "RECEIPT" THEN
                     GO TO 141-Read-Movement
              END-IF.
              IF SV-VALUE IS NUMERIC AND SV-VALUE > 0 THEN
                     MOVE "PO-RECEIPT" TO Ev-Name
                     MOVE SV-VALUE TO Ev-Amount
                     MOVE SPACE TO Ev-Ref
                     STRING "PO " DELIMITED BY SIZE
                            TRIM(SV-REF) DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            TRIM(SV-PART) DELIMITED BY SIZE
                            INTO Ev-Ref
                     END-STRING
                     PERFORM 500-Post-Event THRU 500-Post-Event-End
                     GO TO 141-Read-Movement
              END-IF.
              MOVE 0 TO PC-Found.
              IF PC-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING PC-Idx FROM 1 BY 1
                     UNTIL PC-Idx >= PC-Count
                            IF pc-part(PC-Idx) = SV-PART THEN
                                   MOVE PC-Idx TO PC-Found
                            END-IF
                     END-PERFORM
              END-IF.
              IF PC-Found = 0 THEN
                     DISPLAY "GLJ-003 ERROR: NO STANDARD COST FOR PART "
                            TRIM(SV-PART)
                     MOVE "GLJ-003" TO Err-Code
                     MOVE "E" TO Err-Severity
                     MOVE "NO STANDARD COST FOR A RECEIVED PART"
                            TO Err-Text
                     MOVE SV-PART TO Err-Input
                     PERFORM Write-Error-Log
                     ADD 1 TO Gl-Errors
                     GO TO 141-Read-Movement
              END-IF.
              MOVE "PO-RECEIPT" TO Ev-Name.
              COMPUTE Ev-Amount = SV-QTY * pc-cost(PC-Found).
              MOVE SPACE TO Ev-Ref.
              STRING "PART " DELIMITED BY SIZE
                     TRIM(SV-PART) DELIMITED BY SIZE
                     INTO Ev-Ref
              END-STRING.
              PERFORM 500-Post-Event THRU 500-Post-Event-End.
              GO TO 141-Read-Movement.
       142-Receipts-Done.
              EXIT.

      *> 出荷原価: 当夜の ALLOC 移動 (移動平均単価で評価済み) を
      *> 注文ごとに合計し、注文1件を1イベントとして仕訳する
       145-Journal-Shipments.
              MOVE 0 TO CG-Count.
              OPEN INPUT STOCK-MOVEMENTS.
              IF Stock-Move-Status NOT = "00" THEN
                     IF Stock-Move-Status = "05" THEN
                            CLOSE STOCK-MOVEMENTS
                     END-IF
                     GO TO 147-Shipments-Done
              END-IF.
       146-Read-Alloc.
              READ STOCK-MOVEMENTS
                     AT END
                         CLOSE STOCK-MOVEMENTS
                         GO TO 147-Shipments-Done
              END-READ.
              IF SV-DATE NOT = Gl-Date OR SV-TYPE NOT = "ALLOC"
              OR SV-VALUE IS NOT NUMERIC THEN
                     GO TO 146-Read-Alloc
              END-IF.
              MOVE 0 TO CG-Found.
              PERFORM VARYING CG-Idx FROM 1 BY 1
              UNTIL CG-Idx > CG-Count OR CG-Found > 0
                     IF cg-order(CG-Idx) = SV-REF THEN
                            MOVE CG-Idx TO CG-Found
                     END-IF
              END-PERFORM.
              IF CG-Found = 0 THEN
                     IF CG-Count >= 500 THEN
                            DISPLAY "ERROR: MORE THAN 500 ORDERS"
                                   " SHIPPED IN ONE NIGHT"
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                     END-IF
                     ADD 1 TO CG-Count
                     MOVE CG-Count TO CG-Found
                     MOVE SV-REF TO cg-order(CG-Found)
                     MOVE 0 TO cg-value(CG-Found)
              END-IF.
              ADD SV-VALUE TO cg-value(CG-Found).
              GO TO 146-Read-Alloc.
       147-Shipments-Done.
              PERFORM VARYING CG-Idx FROM 1 BY 1
              UNTIL CG-Idx > CG-Count
                     MOVE "COGS-SHIP" TO Ev-Name
                     MOVE cg-value(CG-Idx) TO Ev-Amount
                     MOVE SPACE TO Ev-Ref
                     STRING "ORDER " DELIMITED BY SIZE
                            TRIM(cg-order(CG-Idx)) DELIMITED BY SIZE
                            INTO Ev-Ref
                     END-STRING
                     IF Ev-Amount = 0 THEN
                            PERFORM 148-Warn-Zero-Cost
                     END-IF
                     PERFORM 500-Post-Event THRU 500-Post-Event-End
              END-PERFORM.

      *> 平均単価のない部品だけの注文は原価 0 で仕訳されない
       148-Warn-Zero-Cost.
              DISPLAY "GLJ-004 WARNING: NO AVERAGE COST FOR "
                     TRIM(Ev-Ref) ", COST OF GOODS NOT POSTED".
              MOVE "GLJ-004" TO Err-Code.
              MOVE "W" TO Err-Severity.
              MOVE "SHIPPED ORDER HAS NO AVERAGE COST ON STOCK"
                     TO Err-Text.
              MOVE cg-order(CG-Idx) TO Err-Input.
              PERFORM Write-Error-Log.

      *> 出荷資材費は Fulfillment の FULFCOST 日計 (再実行時は最後)
       150-Journal-Fulfilment.
              MOVE "N" TO Ev-Fulfil-Set.
              OPEN INPUT DAILY-TOTALS.
              IF Daily-Totals-Status NOT = "00" THEN
                     IF Daily-Totals-Status = "05" THEN
                            CLOSE DAILY-TOTALS
                     END-IF
                     GO TO 152-Fulfilment-Done
              END-IF.
       151-Read-Daily-Total.
              READ DAILY-TOTALS
                     AT END
                         CLOSE DAILY-TOTALS
                         GO TO 152-Fulfilment-Done
              END-READ.
              IF DT-DATE = Gl-Date AND DT-METRIC = "FULFCOST" THEN
                     MOVE DT-VALUE TO Ev-Fulfil
                     MOVE "Y" TO Ev-Fulfil-Set
              END-IF.
              GO TO 151-Read-Daily-Total.
       152-Fulfilment-Done.
              IF Ev-Fulfil-Set = "Y" THEN
                     MOVE "FULFIL-COST" TO Ev-Name
                     MOVE Ev-Fulfil TO Ev-Amount
                     MOVE "FULFILMENT CARTONS" TO Ev-Ref
                     PERFORM 500-Post-Event THRU 500-Post-Event-End
              END-IF.

       160-Journal-Refunds.
              OPEN INPUT MIKE-ADJ-LEDGER.
              IF Adj-Ledger-Status NOT = "00" THEN
                     IF Adj-Ledger-Status = "05" THEN
                            CLOSE MIKE-ADJ-LEDGER
                     END-IF
                     GO TO 162-Refunds-Done
              END-IF.
       161-Read-Refund.
              READ MIKE-ADJ-LEDGER
                     AT END
                         CLOSE MIKE-ADJ-LEDGER
                         GO TO 162-Refunds-Done
              END-READ.
              IF AJ-DATE NOT = Gl-Date OR AJ-AMOUNT >= 0 THEN
                     GO TO 161-Read-Refund
              END-IF.
              MOVE "MIKE-REFUND" TO Ev-Name.
              COMPUTE Ev-Amount = 0 - AJ-AMOUNT.
              MOVE SPACE TO Ev-Ref.
              STRING "ADJ " DELIMITED BY SIZE
                     AJ-ORIG DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     AJ-RECNO(5:6) DELIMITED BY SIZE
                     INTO Ev-Ref
              END-STRING.
              PERFORM 500-Post-Event THRU 500-Post-Event-End.
              GO TO 161-Read-Refund.
       162-Refunds-Done.
              EXIT.

      *> 検証済みの夜の仕訳を GL-JOURNAL へ追記する
       170-Append-Night.
              OPEN INPUT GL-NIGHT-JOURNAL.
              OPEN EXTEND GL-JOURNAL.
       171-Copy-Line.
              READ GL-NIGHT-JOURNAL
                     AT END
                         CLOSE GL-NIGHT-JOURNAL
                         CLOSE GL-JOURNAL
                         GO TO 172-Night-Appended
              END-READ.
              WRITE GL-JOURNAL-RECORD FROM GL-NIGHT-RECORD.
              ADD 1 TO Gl-Lines.
              GO TO 171-Copy-Line.
       172-Night-Appended.
              EXIT.

      *> 業務イベント1件を規則に従い借方・貸方の2行にする。規則や
      *> 科目がなければ片側または両側が欠け、その夜は不成立になる
       500-Post-Event.
              IF Ev-Amount = 0 THEN
                     GO TO 500-Post-Event-End
              END-IF.
              ADD 1 TO Gl-Events.
              MOVE 0 TO Rule-Found.
              PERFORM WITH TEST AFTER
              VARYING Rule-Idx FROM 1 BY 1 UNTIL Rule-Idx >= Rule-Count
                     IF ru-event(Rule-Idx) = Ev-Name THEN
                            MOVE Rule-Idx TO Rule-Found
                     END-IF
              END-PERFORM.
              IF Rule-Found = 0 THEN
                     MOVE Ev-Name TO Err-Input
                     PERFORM 520-Rule-Error
                     GO TO 500-Post-Event-End
              END-IF.
              MOVE ru-debit(Rule-Found) TO ac-key.
              PERFORM 510-Find-Account.
              IF Acct-Found = 0 THEN
                     MOVE ac-key TO Err-Input
                     PERFORM 520-Rule-Error
              ELSE
                     MOVE "D" TO jl-dc
                     PERFORM 530-Write-Line
                     ADD Ev-Amount TO Night-Debit
              END-IF.
              MOVE ru-credit(Rule-Found) TO ac-key.
              PERFORM 510-Find-Account.
              IF Acct-Found = 0 THEN
                     MOVE ac-key TO Err-Input
                     PERFORM 520-Rule-Error
              ELSE
                     MOVE "C" TO jl-dc
                     PERFORM 530-Write-Line
                     ADD Ev-Amount TO Night-Credit
              END-IF.
       500-Post-Event-End.
              EXIT.

       510-Find-Account.
              MOVE 0 TO Acct-Found.
              PERFORM VARYING Acct-Idx FROM 1 BY 1
              UNTIL Acct-Idx > Acct-Count
                     IF ac-acct(Acct-Idx) = ac-key THEN
                            MOVE Acct-Idx TO Acct-Found
                     END-IF
              END-PERFORM.

       520-Rule-Error.
              DISPLAY "GLJ-002 ERROR: NO POSTING RULE OR ACCOUNT FOR "
                     TRIM(Ev-Name) " (" TRIM(Err-Input) ")".
              MOVE "GLJ-002" TO Err-Code.
              MOVE "E" TO Err-Severity.
              MOVE "NO POSTING RULE OR ACCOUNT FOR A GL EVENT"
                     TO Err-Text.
              PERFORM Write-Error-Log.
              ADD 1 TO Gl-Errors.

       530-Write-Line.
              ADD 1 TO jl-seq.
              MOVE Gl-Date TO jl-date.
              MOVE Ev-Name TO jl-event.
              MOVE ac-key TO jl-acct.
              MOVE Ev-Amount TO jl-amount.
              MOVE Ev-Ref TO jl-ref.
              WRITE GL-NIGHT-RECORD FROM Journal-Line.

      *> 試算表: 指定月末 (省略時は全期間) までの科目別借方・貸方
       200-Trial-Balance.
              MOVE SPACE TO Tb-Period.
              IF Cmd-Arg NOT = SPACE THEN
                     IF TRIM(Cmd-Arg) IS NOT NUMERIC
                     OR STORED-CHAR-LENGTH(Cmd-Arg) NOT = 6 THEN
                            DISPLAY "ERROR: TRIAL PERIOD MUST BE"
                                   " YYYYMM: " TRIM(Cmd-Arg)
                            MOVE 1 TO RETURN-CODE
                            GO TO 200-Trial-Balance-End
                     END-IF
                     MOVE Cmd-Arg(1:6) TO Tb-Period
              END-IF.
              MOVE 0 TO Tb-Debit Tb-Credit Tb-Unknown.
              IF Acct-Count > 0 THEN
                     PERFORM WITH TEST AFTER
                     VARYING Acct-Idx FROM 1 BY 1
                     UNTIL Acct-Idx >= Acct-Count
                            MOVE 0 TO ac-debit(Acct-Idx)
                            MOVE 0 TO ac-credit(Acct-Idx)
                     END-PERFORM
              END-IF.
              OPEN INPUT GL-JOURNAL.
              IF Gl-Journal-Status NOT = "00" THEN
                     IF Gl-Journal-Status = "05" THEN
                            CLOSE GL-JOURNAL
                     END-IF
                     GO TO 220-Print-Trial
              END-IF.
       210-Read-Journal.
              READ GL-JOURNAL
                     AT END
                         CLOSE GL-JOURNAL
                         GO TO 220-Print-Trial
              END-READ.
              IF Tb-Period NOT = SPACE
              AND GJ-DATE(1:6) > Tb-Period THEN
                     GO TO 210-Read-Journal
              END-IF.
              IF GJ-DC = "D" THEN
                     ADD GJ-AMOUNT TO Tb-Debit
              ELSE
                     ADD GJ-AMOUNT TO Tb-Credit
              END-IF.
              MOVE GJ-ACCT TO ac-key.
              PERFORM 510-Find-Account.
              IF Acct-Found = 0 THEN
                     ADD 1 TO Tb-Unknown
                     GO TO 210-Read-Journal
              END-IF.
              IF GJ-DC = "D" THEN
                     ADD GJ-AMOUNT TO ac-debit(Acct-Found)
              ELSE
                     ADD GJ-AMOUNT TO ac-credit(Acct-Found)
              END-IF.
              GO TO 210-Read-Journal.
       220-Print-Trial.
              MOVE "GENLEDGER" TO Rpt-Program.
              MOVE SPACE TO Rpt-Title.
              IF Tb-Period = SPACE THEN
                     MOVE "TRIAL BALANCE - ALL POSTED NIGHTS"
                            TO Rpt-Title
              ELSE
                     STRING "TRIAL BALANCE TO END OF " DELIMITED BY SIZE
                            Tb-Period DELIMITED BY SIZE
                            INTO Rpt-Title
                     END-STRING
              END-IF.
              PERFORM Begin-Report.
              PERFORM VARYING Acct-Idx FROM 1 BY 1
              UNTIL Acct-Idx > Acct-Count
                     IF ac-debit(Acct-Idx) > 0
                     OR ac-credit(Acct-Idx) > 0 THEN
                            PERFORM 230-Trial-Line
                     END-IF
              END-PERFORM.
              MOVE Tb-Debit TO Tb-Dr-Z.
              MOVE Tb-Credit TO Tb-Cr-Z.
              STRING "TOTAL    DEBIT " DELIMITED BY SIZE
                     TRIM(Tb-Dr-Z) DELIMITED BY SIZE
                     "  CREDIT " DELIMITED BY SIZE
                     TRIM(Tb-Cr-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              IF Tb-Unknown > 0 THEN
                     MOVE Tb-Unknown TO Gl-Cnt-Z
                     STRING "LINES ON ACCOUNTS NOT IN CHART: "
                            DELIMITED BY SIZE
                            TRIM(Gl-Cnt-Z) DELIMITED BY SIZE
                            INTO Rpt-Line
                     END-STRING
                     PERFORM Write-Report-Line
              END-IF.
              IF Tb-Debit = Tb-Credit THEN
                     MOVE "TRIAL BALANCE IS IN BALANCE" TO Rpt-Line
              ELSE
                     MOVE "TRIAL BALANCE IS OUT OF BALANCE" TO Rpt-Line
                     MOVE 1 TO RETURN-CODE
              END-IF.
              PERFORM Write-Report-Line.
              PERFORM End-Report.
       200-Trial-Balance-End.
              EXIT.

       230-Trial-Line.
              COMPUTE Tb-Balance =
                     ac-debit(Acct-Idx) - ac-credit(Acct-Idx).
              MOVE ac-debit(Acct-Idx) TO Tb-Dr-Z.
              MOVE ac-credit(Acct-Idx) TO Tb-Cr-Z.
              MOVE Tb-Balance TO Tb-Bal-Z.
              STRING ac-acct(Acct-Idx) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     ac-type(Acct-Idx) DELIMITED BY SIZE
                     " DEBIT " DELIMITED BY SIZE
                     TRIM(Tb-Dr-Z) DELIMITED BY SIZE
                     "  CREDIT " DELIMITED BY SIZE
                     TRIM(Tb-Cr-Z) DELIMITED BY SIZE
                     "  BALANCE " DELIMITED BY SIZE
                     TRIM(Tb-Bal-Z) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     TRIM(ac-name(Acct-Idx)) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.

       COPY REPORTPD.
       COPY RUNHISTPD.
       COPY ERRLOGPD.
       END PROGRAM MAIN.
