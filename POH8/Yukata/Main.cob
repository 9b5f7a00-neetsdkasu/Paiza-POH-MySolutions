                     ASSIGN TO "YUKATA-INVOICE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Invoice-Status.
       COPY INVCTLSL.
              SELECT OPTIONAL YUKATA-SCHEDULE
                     ASSIGN TO "YUKATA-SCHEDULE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Schedule-Status.
       COPY ARITEMSL.
              SELECT OPTIONAL YUKATA-CARRYOVER
                     ASSIGN TO "YUKATA-CARRYOVER"
                     ORGANIZATION IS LINE SEQUENTIAL
       COPY DAILYTOTSL.
       COPY ERRLOGSL.
       COPY CONFIGSL.
       COPY TAXRATESL.
       COPY CUSTMSTSL.
       COPY RUNCALSL.
       DATA DIVISION.
       FILE SECTION.
       FD  RATE-CARD.
              01 RATE-CARD-RECORD PIC X(40).
       FD  YUKATA-INVOICE.
              01 INVOICE-RECORD PIC X(80).
      *> 放送枠: "game-id booked-minutes [yyyymmdd]"
       FD  YUKATA-SCHEDULE.
              01 YUKATA-SCHEDULE-RECORD PIC X(40).
       COPY INVCTLFD.
       FD  YUKATA-CARRYOVER.
              01 YUKATA-CARRYOVER-RECORD.
                     05 CY-ID   PIC X(10).
                     05 CY-H    PIC 9(3).
                     05 FILLER  PIC X.
                     05 CY-X    PIC 9(3).
       COPY ARITEMFD.
       COPY RUNHISTFD.
       COPY DAILYTOTFD.
       COPY ERRLOGFD.
       COPY CONFIGFD.
       COPY TAXRATEFD.
       COPY CUSTMSTFD.
       COPY RUNCALFD.
       WORKING-STORAGE SECTION.
       COPY PARSE2WS.
       COPY RUNHISTWS.
       COPY DAILYTOTWS.
       COPY ERRLOGWS.
       COPY CONFIGWS.
       COPY TAXRATEWS.
       COPY DUEDATEWS.
       COPY INVCTLWS.
       01 Cust-Master-Status PIC XX.
       01 Calendar-Status PIC XX.
       01 ANSWER-VALUES.
              05 INT-N   PIC 999.
              05 STR-TS  PIC X(20).
              05 Seq-H-Z     PIC ZZ9.
       01 Rate-Card-Status PIC XX.
       01 Invoice-Status PIC XX.
       01 Ar-Items-Status PIC XX.
       01 Invoice-Run-Values.
              05 Inv-Run-Date  PIC 9(8).
              05 Inv-Bill-Cust PIC X(10) VALUE "YUKATA".
              05 Inv-Tax-Cat   PIC X(8) VALUE "STANDARD".
       01 Carryover-Status PIC XX.
       01 Carryover-Values.
              05 CY-COUNT PIC 99 VALUE 0.
              05 rc-tok-2      PIC X(12).
              05 Game-Charge   PIC 9(9)V99.
              05 Invoice-Total PIC 9(11)V99 VALUE 0.
              05 Invoice-Tax   PIC 9(11)V99 VALUE 0.
              05 Invoice-Gross PIC 9(11)V99 VALUE 0.
              05 Tax-Z         PIC Z(10)9.99.
              05 Gross-Z       PIC Z(10)9.99.
              05 Charge-Z      PIC Z(8)9.99.
              05 Total-Amt-Z   PIC Z(10)9.99.
       01 Schedule-Status PIC XX.
       01 Overrun-Values.
              05 SL-COUNT      PIC 999 VALUE 0.
              05 SL-IDX        PIC 999.
              05 SL-FOUND      PIC 999.
              05 SL-TABLE OCCURS 200 TIMES.
                     10 sl-id   PIC X(10).
                     10 sl-slot PIC 9(3).
                     10 sl-date PIC 9(8).
              05 sl-tok-1      PIC X(12).
              05 sl-tok-2      PIC X(12).
              05 sl-tok-3      PIC X(12).
              05 Pen-Count     PIC 9 VALUE 0.
              05 Pen-Idx       PIC 9.
              05 Pen-Table OCCURS 5 TIMES.
                     10 pen-from PIC 9(4).
                     10 pen-rate PIC 9(5)V99.
              05 Pen-Upper     PIC 9(4).
              05 Pen-Minutes   PIC 9(4).
              05 Game-Id       PIC X(10).
              05 Game-Booked   PIC 9(3).
              05 Game-Over     PIC 9(3).
              05 Game-Date     PIC 9(8).
              05 Penalty-Charge PIC 9(9)V99.
              05 Penalty-Total PIC 9(11)V99 VALUE 0.
              05 OD-COUNT      PIC 99 VALUE 0.
              05 OD-IDX        PIC 99.
              05 OD-FOUND      PIC 99.
              05 OD-TABLE OCCURS 31 TIMES.
                     10 od-date   PIC 9(8).
                     10 od-games  PIC 9(3).
                     10 od-booked PIC 9(5).
                     10 od-actual PIC 9(5).
                     10 od-over   PIC 9(5).
                     10 od-pen    PIC 9(9)V99.
              05 Booked-Z      PIC ZZ9.
              05 Over-Z        PIC ZZ9.
              05 Day-Min-Z     PIC Z(4)9.
       01 Day-Rollup-Values.
              05 GAME-COUNT  PIC 999.
              05 GAME-IDX    PIC 999.
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ACCEPT Inv-Run-Date FROM DATE YYYYMMDD.
              PERFORM 070-Load-Schedule THRU 072-Schedule-Loaded.
      *> 請求日に有効な税率がなければ請求を切らない
              PERFORM Load-Tax-Rates THRU Load-Tax-Rates-End.
              MOVE Inv-Tax-Cat TO Tax-Category.
              MOVE Inv-Run-Date TO Tax-Date.
              MOVE 0 TO Tax-Net.
              PERFORM Compute-Tax.
              IF Tax-Rate-Found = "N" THEN
                     DISPLAY "ERROR: NO TAX RATE IN FORCE FOR "
                            TRIM(Inv-Tax-Cat) " ON " Inv-Run-Date
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
      *> 請求先の支払条件で支払期日を決める (全試合同じ期日)
              PERFORM Load-Payment-Terms THRU Load-Payment-Terms-End.
              PERFORM Load-Business-Calendar
                     THRU Load-Business-Calendar-End.
              MOVE Inv-Bill-Cust TO Due-Cust.
              MOVE Inv-Run-Date TO Due-From.
              PERFORM Compute-Due-Date.
              PERFORM Load-Invoice-Control.
              PERFORM 091-Load-Carryover THRU 093-Carryover-Loaded.
              OPEN OUTPUT YUKATA-INVOICE.
              ACCEPT GAME-COUNT.
              MOVE 0 TO GRAND-TOTAL.
              END-PERFORM.
              PERFORM 096-Save-Carryover
                     THRU 096-Save-Carryover-End.
              IF SL-COUNT > 0 THEN
                     PERFORM 078-Overrun-By-Day
              END-IF.

              MOVE Invoice-Total TO Total-Amt-Z.
              MOVE SPACE TO INVOICE-RECORD.
              STRING "INVOICE NET TOTAL " DELIMITED BY SIZE
                     TRIM(Total-Amt-Z) DELIMITED BY SIZE
                     INTO INVOICE-RECORD
              END-STRING.
              WRITE INVOICE-RECORD.
              DISPLAY TRIM(INVOICE-RECORD).
              IF Penalty-Total > 0 THEN
                     MOVE Penalty-Total TO Total-Amt-Z
                     MOVE SPACE TO INVOICE-RECORD
                     STRING "  OF WHICH OVERRUN PENALTIES "
                                   DELIMITED BY SIZE
                            TRIM(Total-Amt-Z) DELIMITED BY SIZE
                            INTO INVOICE-RECORD
                     END-STRING
                     WRITE INVOICE-RECORD
                     DISPLAY TRIM(INVOICE-RECORD)
              END-IF.
              MOVE Invoice-Tax TO Total-Amt-Z.
              MOVE SPACE TO INVOICE-RECORD.
              STRING "INVOICE TAX TOTAL " DELIMITED BY SIZE
                     TRIM(Total-Amt-Z) DELIMITED BY SIZE
                     INTO INVOICE-RECORD
              END-STRING.
              WRITE INVOICE-RECORD.
              DISPLAY TRIM(INVOICE-RECORD).
              MOVE Invoice-Gross TO Total-Amt-Z.
              MOVE SPACE TO INVOICE-RECORD.
              STRING "INVOICE TOTAL " DELIMITED BY SIZE
                     TRIM(Total-Amt-Z) DELIMITED BY SIZE
                     INTO INVOICE-RECORD
              END-STRING.
              WRITE INVOICE-RECORD.
              DISPLAY TRIM(INVOICE-RECORD).
              MOVE SPACE TO INVOICE-RECORD.
              STRING "TERMS " DELIMITED BY SIZE
                     TRIM(Due-Terms) DELIMITED BY SIZE
                     " PAYMENT DUE " DELIMITED BY SIZE
                     Due-Date DELIMITED BY SIZE
                     INTO INVOICE-RECORD
              END-STRING.
              WRITE INVOICE-RECORD.
              DISPLAY TRIM(INVOICE-RECORD).
              CLOSE YUKATA-INVOICE.
              PERFORM Save-Invoice-Control.
              IF Seq-Any-Bad = "Y" AND Strict-Mode = "Y" THEN
                     MOVE 2 TO RETURN-CODE
              END-IF.
              PERFORM Write-Run-History.
              STOP RUN.

      *> 料金カード: RATE r / MINIMUM m / SURCHARGE over amount /
      *> PENALTY from-minute rate (枠超過分の段階料率。超過分のうち
      *> from を超え次の PENALTY 行の from までの分数に rate を掛ける。
      *> 行は from の小さい順に書く)
       080-Load-Rate-Card.
              OPEN INPUT RATE-CARD.
              IF Rate-Card-Status NOT = "00" THEN
                             MOVE NUMVAL(TRIM(rc-tok-2))
                                    TO band-amt(Band-Count)
                      END-IF
                  WHEN "PENALTY"
                      IF Pen-Count < 5 THEN
                             ADD 1 TO Pen-Count
                             MOVE NUMVAL(TRIM(rc-tok-1))
                                    TO pen-from(Pen-Count)
                             MOVE NUMVAL(TRIM(rc-tok-2))
                                    TO pen-rate(Pen-Count)
                      END-IF
                  WHEN OTHER
                      DISPLAY "WARNING: BAD RATE-CARD LINE SKIPPED: "
                             TRIM(RATE-CARD-RECORD)
       082-Rates-Loaded.
              EXIT.

      *> 売掛未消込ファイルへ請求1件を追加する
       086-Write-Open-Item.
              OPEN EXTEND AR-OPEN-ITEMS.
                     MOVE SPACE TO AR-ITEM-RECORD
                     MOVE Inv-No TO AR-INV
                     MOVE Inv-Run-Date TO AR-DATE
                     MOVE Tax-Gross TO AR-AMOUNT
                     MOVE 0 TO AR-PAID
                     MOVE "OPEN" TO AR-STATUS
                     MOVE Inv-Bill-Cust TO AR-CUST
                     MOVE Tax-Category TO AR-TAX-CAT
                     MOVE Tax-Rate TO AR-TAX-RATE
                     MOVE Tax-Net TO AR-NET
                     MOVE Tax-Amount TO AR-TAX
                     MOVE Due-Date TO AR-DUE-DATE
                     WRITE AR-ITEM-RECORD
                     CLOSE AR-OPEN-ITEMS
              ELSE
                     DISPLAY TRIM(INVOICE-RECORD)
                     GO TO 085-Invoice-One-Game-End
              END-IF.
              PERFORM Take-Invoice-Number.
              COMPUTE Game-Charge = INT-P * Bill-Rate.
              IF Game-Charge < Bill-Minimum THEN
                     MOVE Bill-Minimum TO Game-Charge
                            END-IF
                     END-PERFORM
              END-IF.
              PERFORM 075-Game-Overrun THRU 075-Game-Overrun-End.
              ADD Game-Charge TO Invoice-Total.
              ADD Penalty-Charge TO Invoice-Total.
              MOVE Inv-Tax-Cat TO Tax-Category.
              MOVE Inv-Run-Date TO Tax-Date.
              COMPUTE Tax-Net = Game-Charge + Penalty-Charge.
              PERFORM Compute-Tax.
              ADD Tax-Amount TO Invoice-Tax.
              ADD Tax-Gross TO Invoice-Gross.
              MOVE GAME-IDX TO GAME-IDX-Z.
              MOVE INT-P TO INT-Z.
              MOVE Game-Charge TO Charge-Z.
              END-IF.
              WRITE INVOICE-RECORD.
              DISPLAY TRIM(INVOICE-RECORD).
              IF Penalty-Charge > 0 THEN
                     MOVE Game-Over TO Over-Z
                     MOVE Game-Booked TO Booked-Z
                     MOVE Penalty-Charge TO Charge-Z
                     MOVE SPACE TO INVOICE-RECORD
                     STRING "    OVERRUN PENALTY " DELIMITED BY SIZE
                            TRIM(Over-Z) DELIMITED BY SIZE
                            " MINUTES OVER " DELIMITED BY SIZE
                            TRIM(Booked-Z) DELIMITED BY SIZE
                            "-MINUTE SLOT CHARGE " DELIMITED BY SIZE
                            TRIM(Charge-Z) DELIMITED BY SIZE
                            INTO INVOICE-RECORD
                     END-STRING
                     WRITE INVOICE-RECORD
                     DISPLAY TRIM(INVOICE-RECORD)
              END-IF.
              MOVE Tax-Rate TO Tax-Rate-Z.
              MOVE Tax-Amount TO Tax-Z.
              MOVE Tax-Gross TO Gross-Z.
              MOVE Tax-Net TO Charge-Z.
              MOVE SPACE TO INVOICE-RECORD.
              STRING "    NET " DELIMITED BY SIZE
                     TRIM(Charge-Z) DELIMITED BY SIZE
                     " TAX " DELIMITED BY SIZE
                     TRIM(Tax-Category) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     TRIM(Tax-Rate-Z) DELIMITED BY SIZE
                     "% " DELIMITED BY SIZE
                     TRIM(Tax-Z) DELIMITED BY SIZE
                     " GROSS " DELIMITED BY SIZE
                     TRIM(Gross-Z) DELIMITED BY SIZE
                     INTO INVOICE-RECORD
              END-STRING.
              WRITE INVOICE-RECORD.
              DISPLAY TRIM(INVOICE-RECORD).
              PERFORM 086-Write-Open-Item.
       085-Invoice-One-Game-End.
              EXIT.

      *> 試合の先頭行は "件数 [game-id]" (game-id は放送枠の照合用)
       001-Run-One-Game.
              MOVE "N" TO Seq-Bad.
              MOVE "N" TO Game-Suspended.
              MOVE SPACE TO Game-Key.
              ACCEPT STR-TS.
              MOVE STR-TS TO Parse2-Line.
              PERFORM Parse-Two-Fields.
              MOVE NUMVAL(TRIM(Parse2-Field-1)) TO INT-N.
              MOVE Parse2-Field-2 TO Game-Id.

              PERFORM WITH TEST BEFORE
              VARYING INT-I FROM 1 BY 1 UNTIL INT-I > INT-N
                     END-IF
              END-IF.

      *> 放送枠 (YUKATA-SCHEDULE) を表に読み込む。ファイルが
      *> なければ表は空で、超過の違約金は求めない
       070-Load-Schedule.
              OPEN INPUT YUKATA-SCHEDULE.
              IF Schedule-Status NOT = "00" THEN
                     IF Schedule-Status = "05" THEN
                            CLOSE YUKATA-SCHEDULE
                     END-IF
                     GO TO 072-Schedule-Loaded
              END-IF.
       071-Read-Schedule.
              READ YUKATA-SCHEDULE
                     AT END
                         CLOSE YUKATA-SCHEDULE
                         GO TO 072-Schedule-Loaded
              END-READ.
              IF YUKATA-SCHEDULE-RECORD = SPACE
              OR YUKATA-SCHEDULE-RECORD(1:1) = "*"
              OR SL-COUNT >= 200 THEN
                     GO TO 071-Read-Schedule
              END-IF.
              MOVE SPACE TO sl-tok-1 sl-tok-2 sl-tok-3.
              UNSTRING YUKATA-SCHEDULE-RECORD DELIMITED BY ALL " "
                     INTO sl-tok-1 sl-tok-2 sl-tok-3.
              IF sl-tok-2 = SPACE OR TRIM(sl-tok-2) IS NOT NUMERIC
              OR (sl-tok-3 NOT = SPACE
                  AND TEST-DATE-YYYYMMDD(NUMVAL(TRIM(sl-tok-3)))
                      NOT = 0) THEN
                     DISPLAY "WARNING: BAD SCHEDULE LINE SKIPPED: "
                            TRIM(YUKATA-SCHEDULE-RECORD)
                     GO TO 071-Read-Schedule
              END-IF.
              ADD 1 TO SL-COUNT.
              MOVE sl-tok-1 TO sl-id(SL-COUNT).
              MOVE NUMVAL(TRIM(sl-tok-2)) TO sl-slot(SL-COUNT).
              MOVE Inv-Run-Date TO sl-date(SL-COUNT).
              IF sl-tok-3 NOT = SPACE THEN
                     MOVE NUMVAL(TRIM(sl-tok-3)) TO sl-date(SL-COUNT)
              END-IF.
              GO TO 071-Read-Schedule.
       072-Schedule-Loaded.
              EXIT.

      *> 試合の実績分数を放送枠と比べ、超過分の違約金を求めて
      *> 日別に集計する。game-id がない試合は "GAME" + 連番で照合。
       075-Game-Overrun.
              MOVE 0 TO Penalty-Charge Game-Over Game-Booked.
              IF SL-COUNT = 0 THEN
                     GO TO 075-Game-Overrun-End
              END-IF.
              IF Game-Id = SPACE THEN
                     MOVE Game-Key TO Game-Id
              END-IF.
              IF Game-Id = SPACE THEN
                     MOVE GAME-IDX TO GAME-IDX-Z
                     STRING "GAME" DELIMITED BY SIZE
                            TRIM(GAME-IDX-Z) DELIMITED BY SIZE
                            INTO Game-Id
                     END-STRING
              END-IF.
              MOVE 0 TO SL-FOUND.
              PERFORM VARYING SL-IDX FROM 1 BY 1
              UNTIL SL-IDX > SL-COUNT
                     IF sl-id(SL-IDX) = Game-Id THEN
                            MOVE SL-IDX TO SL-FOUND
                     END-IF
              END-PERFORM.
              MOVE INT-P TO INT-Z.
              IF SL-FOUND = 0 THEN
                     DISPLAY "SLOT " TRIM(Game-Id) ": ACTUAL "
                            TRIM(INT-Z) " MINUTES, NO BOOKED SLOT"
                     GO TO 075-Game-Overrun-End
              END-IF.
              MOVE sl-slot(SL-FOUND) TO Game-Booked.
              MOVE sl-date(SL-FOUND) TO Game-Date.
              IF INT-P > Game-Booked THEN
                     COMPUTE Game-Over = INT-P - Game-Booked
              END-IF.
              PERFORM VARYING Pen-Idx FROM 1 BY 1
              UNTIL Pen-Idx > Pen-Count
                     IF Pen-Idx < Pen-Count THEN
                            MOVE pen-from(Pen-Idx + 1) TO Pen-Upper
                     ELSE
                            MOVE 9999 TO Pen-Upper
                     END-IF
                     IF Game-Over < Pen-Upper THEN
                            MOVE Game-Over TO Pen-Upper
                     END-IF
                     IF Pen-Upper > pen-from(Pen-Idx) THEN
                            COMPUTE Pen-Minutes =
                                   Pen-Upper - pen-from(Pen-Idx)
                            COMPUTE Penalty-Charge = Penalty-Charge
                                   + Pen-Minutes * pen-rate(Pen-Idx)
                     END-IF
              END-PERFORM.
              ADD Penalty-Charge TO Penalty-Total.
              MOVE Game-Booked TO Booked-Z.
              MOVE Game-Over TO Over-Z.
              MOVE Penalty-Charge TO Charge-Z.
              DISPLAY "SLOT " TRIM(Game-Id) " " Game-Date ": ACTUAL "
                     TRIM(INT-Z) " BOOKED " TRIM(Booked-Z)
                     " OVERRUN " TRIM(Over-Z) " PENALTY "
                     TRIM(Charge-Z).
              MOVE 0 TO OD-FOUND.
              PERFORM VARYING OD-IDX FROM 1 BY 1
              UNTIL OD-IDX > OD-COUNT
                     IF od-date(OD-IDX) = Game-Date THEN
                            MOVE OD-IDX TO OD-FOUND
                     END-IF
              END-PERFORM.
              IF OD-FOUND = 0 THEN
                     IF OD-COUNT >= 31 THEN
                            GO TO 075-Game-Overrun-End
                     END-IF
                     ADD 1 TO OD-COUNT
                     MOVE OD-COUNT TO OD-FOUND
                     MOVE Game-Date TO od-date(OD-FOUND)
                     MOVE 0 TO od-games(OD-FOUND) od-booked(OD-FOUND)
                            od-actual(OD-FOUND) od-over(OD-FOUND)
                            od-pen(OD-FOUND)
              END-IF.
              ADD 1 TO od-games(OD-FOUND).
              ADD Game-Booked TO od-booked(OD-FOUND).
              ADD INT-P TO od-actual(OD-FOUND).
              ADD Game-Over TO od-over(OD-FOUND).
              ADD Penalty-Charge TO od-pen(OD-FOUND).
       075-Game-Overrun-End.
              EXIT.

       078-Overrun-By-Day.
              DISPLAY "OVERRUN BY DAY:".
              IF OD-COUNT = 0 THEN
                     DISPLAY "  NO BOOKED GAMES BILLED"
              END-IF.
              PERFORM VARYING OD-IDX FROM 1 BY 1
              UNTIL OD-IDX > OD-COUNT
                     MOVE od-games(OD-IDX) TO GAME-IDX-Z
                     MOVE od-actual(OD-IDX) TO Day-Min-Z
                     MOVE od-pen(OD-IDX) TO Charge-Z
                     DISPLAY "  " od-date(OD-IDX) " GAMES "
                            TRIM(GAME-IDX-Z) " ACTUAL "
                            TRIM(Day-Min-Z) WITH NO ADVANCING
                     MOVE od-booked(OD-IDX) TO Day-Min-Z
                     DISPLAY " BOOKED " TRIM(Day-Min-Z)
                            WITH NO ADVANCING
                     MOVE od-over(OD-IDX) TO Day-Min-Z
                     DISPLAY " OVERRUN " TRIM(Day-Min-Z)
                            " PENALTY " TRIM(Charge-Z)
              END-PERFORM.

      *> 再開: 保存済みの時計/状態を取り出して続きから積算する
       094-Resume-Game.
              MOVE Parse2-Field-3 TO Game-Key.
              IF TRIM(Config-Param-Value) = "Y" THEN
                     MOVE "Y" TO Strict-Mode
              END-IF.
      *> 試合料金の請求先得意先コード
              MOVE "YUKATA-BILL-CUST" TO Config-Param-Name.
              MOVE Inv-Bill-Cust TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF Config-Param-Value NOT = SPACE THEN
                     MOVE TRIM(Config-Param-Value) TO Inv-Bill-Cust
              END-IF.
      *> 試合料金の消費税区分 (TAX-RATES の区分名)
              MOVE "YUKATA-TAX-CATEGORY" TO Config-Param-Name.
              MOVE Inv-Tax-Cat TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF Config-Param-Value NOT = SPACE THEN
                     MOVE TRIM(Config-Param-Value) TO Inv-Tax-Cat
              END-IF.

       COPY PARSE2PD.
       COPY RUNHISTPD.
       COPY DAILYTOTPD.
       COPY ERRLOGPD.
       COPY CONFIGPD.
       COPY TAXRATEPD.
       COPY DUEDATEPD.
       COPY INVCTLPD.
       END PROGRAM MAIN.
