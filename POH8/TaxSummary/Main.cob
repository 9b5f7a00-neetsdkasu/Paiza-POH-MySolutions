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
       COPY ARITEMSL.
       COPY RUNHISTSL.
       COPY DAILYTOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY ARITEMFD.
       COPY RUNHISTFD.
       COPY DAILYTOTFD.
       WORKING-STORAGE SECTION.
       COPY RUNHISTWS.
       COPY DAILYTOTWS.
       COPY REPORTWS.
       01 Ar-Items-Status PIC XX.
       01 Command-Values.
              05 Cmd-Line   PIC X(20).
              05 Tx-Period  PIC 9(6).
              05 Tx-Today   PIC 9(8).
              05 Tx-Next-Month PIC 9(6).
      *> 区分・税率別の月計 (クレジットノートは減算)
       01 Tax-Summary-Values.
              05 TS-Count PIC 99 VALUE 0.
              05 TS-Idx   PIC 99.
              05 TS-Found PIC 99.
              05 TS-Table OCCURS 20 TIMES.
                     10 ts-cat   PIC X(8).
                     10 ts-rate  PIC 9(2)V99.
                     10 ts-items PIC 9(6).
                     10 ts-net   PIC S9(13)V99.
                     10 ts-tax   PIC S9(13)V99.
      *> 税率別 (申告の単位)。期間元帳へ送る
              05 RS-Count PIC 99 VALUE 0.
              05 RS-Idx   PIC 99.
              05 RS-Found PIC 99.
              05 RS-Table OCCURS 20 TIMES.
                     10 rs-rate  PIC 9(2)V99.
                     10 rs-net   PIC S9(13)V99.
                     10 rs-tax   PIC S9(13)V99.
              05 Tx-Sign     PIC S9.
              05 Tx-Read     PIC 9(6) VALUE 0.
              05 Tx-Taxed    PIC 9(6) VALUE 0.
              05 Tx-Untaxed  PIC 9(6) VALUE 0.
              05 Tx-Untaxed-Amt PIC S9(13)V99 VALUE 0.
              05 Tx-Net-Total PIC S9(13)V99 VALUE 0.
              05 Tx-Tax-Total PIC S9(13)V99 VALUE 0.
              05 Tx-Gross    PIC S9(13)V99.
              05 Tx-Whole    PIC S9(15).
              05 Tx-Rate-4   PIC 9(4).
              05 Tx-Rate-Z   PIC Z9.99.
              05 Tx-Cnt-Z    PIC Z(5)9.
              05 Tx-Net-Z    PIC -(13)9.99.
              05 Tx-Tax-Z    PIC -(13)9.99.
              05 Tx-Gross-Z  PIC -(13)9.99.
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              MOVE "TAXSUMMARY" TO Run-Hist-Program.
      *> 対象月 (yyyymm)。省略時は当月
              ACCEPT Tx-Today FROM DATE YYYYMMDD.
              MOVE SPACE TO Cmd-Line.
              ACCEPT Cmd-Line.
              IF Cmd-Line = SPACE THEN
                     MOVE Tx-Today(1:6) TO Tx-Period
              ELSE
                     IF TRIM(Cmd-Line) IS NOT NUMERIC
                     OR STORED-CHAR-LENGTH(TRIM(Cmd-Line)) NOT = 6
                     THEN
                            DISPLAY "ERROR: PERIOD MUST BE YYYYMM: "
                                   TRIM(Cmd-Line)
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                     END-IF
                     MOVE NUMVAL(TRIM(Cmd-Line)) TO Tx-Period
              END-IF.
              OPEN INPUT AR-OPEN-ITEMS.
              IF Ar-Items-Status NOT = "00" THEN
                     IF Ar-Items-Status = "05" THEN
                            CLOSE AR-OPEN-ITEMS
                     END-IF
                     GO TO 030-Items-Done
              END-IF.
       020-Read-Item.
              READ AR-OPEN-ITEMS
                     AT END
                         CLOSE AR-OPEN-ITEMS
                         GO TO 030-Items-Done
              END-READ.
              IF AR-DATE(1:6) NOT = Tx-Period THEN
                     GO TO 020-Read-Item
              END-IF.
              ADD 1 TO Tx-Read.
              IF AR-REF-DATE NOT = SPACE THEN
                     MOVE -1 TO Tx-Sign
              ELSE
                     MOVE 1 TO Tx-Sign
              END-IF.
              IF AR-TAX-CAT = SPACE THEN
                     ADD 1 TO Tx-Untaxed
                     COMPUTE Tx-Untaxed-Amt =
                            Tx-Untaxed-Amt + AR-AMOUNT * Tx-Sign
                     GO TO 020-Read-Item
              END-IF.
              ADD 1 TO Tx-Taxed.
              PERFORM 050-Add-To-Category THRU 050-Add-To-Category-End.
              PERFORM 060-Add-To-Rate THRU 060-Add-To-Rate-End.
              GO TO 020-Read-Item.
       030-Items-Done.
              PERFORM 070-Summary-Report.
              PERFORM 080-Feed-Period-Ledger.
              MOVE Tx-Read TO Run-Hist-Read.
              COMPUTE Tx-Whole = Tx-Tax-Total.
              IF Tx-Whole < 0 THEN
                     MOVE 0 TO Run-Hist-Total
              ELSE
                     MOVE Tx-Whole TO Run-Hist-Total
              END-IF.
              PERFORM Write-Run-History.
              STOP RUN.

       050-Add-To-Category.
              MOVE 0 TO TS-Found.
              PERFORM VARYING TS-Idx FROM 1 BY 1 UNTIL TS-Idx > TS-Count
                     IF ts-cat(TS-Idx) = AR-TAX-CAT
                     AND ts-rate(TS-Idx) = AR-TAX-RATE THEN
                            MOVE TS-Idx TO TS-Found
                     END-IF
              END-PERFORM.
              IF TS-Found = 0 THEN
                     IF TS-Count >= 20 THEN
                            DISPLAY "ERROR: MORE THAN 20 TAX CATEGORY"
                                   " AND RATE PAIRS IN " Tx-Period
                            MOVE 1 TO RETURN-CODE
                            STOP RUN
                     END-IF
                     ADD 1 TO TS-Count
                     MOVE TS-Count TO TS-Found
                     MOVE AR-TAX-CAT TO ts-cat(TS-Found)
                     MOVE AR-TAX-RATE TO ts-rate(TS-Found)
                     MOVE 0 TO ts-items(TS-Found)
                     MOVE 0 TO ts-net(TS-Found) ts-tax(TS-Found)
              END-IF.
              ADD 1 TO ts-items(TS-Found).
              COMPUTE ts-net(TS-Found) =
                     ts-net(TS-Found) + AR-NET * Tx-Sign.
              COMPUTE ts-tax(TS-Found) =
                     ts-tax(TS-Found) + AR-TAX * Tx-Sign.
              COMPUTE Tx-Net-Total = Tx-Net-Total + AR-NET * Tx-Sign.
              COMPUTE Tx-Tax-Total = Tx-Tax-Total + AR-TAX * Tx-Sign.
       050-Add-To-Category-End.
              EXIT.

       060-Add-To-Rate.
              MOVE 0 TO RS-Found.
              PERFORM VARYING RS-Idx FROM 1 BY 1 UNTIL RS-Idx > RS-Count
                     IF rs-rate(RS-Idx) = AR-TAX-RATE THEN
                            MOVE RS-Idx TO RS-Found
                     END-IF
              END-PERFORM.
              IF RS-Found = 0 THEN
                     ADD 1 TO RS-Count
                     MOVE RS-Count TO RS-Found
                     MOVE AR-TAX-RATE TO rs-rate(RS-Found)
                     MOVE 0 TO rs-net(RS-Found) rs-tax(RS-Found)
              END-IF.
              COMPUTE rs-net(RS-Found) =
                     rs-net(RS-Found) + AR-NET * Tx-Sign.
              COMPUTE rs-tax(RS-Found) =
                     rs-tax(RS-Found) + AR-TAX * Tx-Sign.
       060-Add-To-Rate-End.
              EXIT.

       070-Summary-Report.
              MOVE "TAXSUMMARY" TO Rpt-Program.
              STRING "CONSUMPTION TAX SUMMARY " DELIMITED BY SIZE
                     Tx-Period DELIMITED BY SIZE
                     INTO Rpt-Title
              END-STRING.
              PERFORM Begin-Report.
              PERFORM VARYING TS-Idx FROM 1 BY 1 UNTIL TS-Idx > TS-Count
                     MOVE ts-rate(TS-Idx) TO Tx-Rate-Z
                     MOVE ts-items(TS-Idx) TO Tx-Cnt-Z
                     MOVE ts-net(TS-Idx) TO Tx-Net-Z
                     MOVE ts-tax(TS-Idx) TO Tx-Tax-Z
                     COMPUTE Tx-Gross = ts-net(TS-Idx) + ts-tax(TS-Idx)
                     MOVE Tx-Gross TO Tx-Gross-Z
                     STRING ts-cat(TS-Idx) DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            Tx-Rate-Z DELIMITED BY SIZE
                            "% ITEMS " DELIMITED BY SIZE
                            TRIM(Tx-Cnt-Z) DELIMITED BY SIZE
                            " NET " DELIMITED BY SIZE
                            TRIM(Tx-Net-Z) DELIMITED BY SIZE
                            " TAX " DELIMITED BY SIZE
                            TRIM(Tx-Tax-Z) DELIMITED BY SIZE
                            " GROSS " DELIMITED BY SIZE
                            TRIM(Tx-Gross-Z) DELIMITED BY SIZE
                            INTO Rpt-Line
                     END-STRING
                     PERFORM Write-Report-Line
              END-PERFORM.
              PERFORM VARYING RS-Idx FROM 1 BY 1 UNTIL RS-Idx > RS-Count
                     MOVE rs-rate(RS-Idx) TO Tx-Rate-Z
                     MOVE rs-net(RS-Idx) TO Tx-Net-Z
                     MOVE rs-tax(RS-Idx) TO Tx-Tax-Z
                     STRING "RATE " DELIMITED BY SIZE
                            Tx-Rate-Z DELIMITED BY SIZE
                            "% TOTAL NET " DELIMITED BY SIZE
                            TRIM(Tx-Net-Z) DELIMITED BY SIZE
                            " TAX " DELIMITED BY SIZE
                            TRIM(Tx-Tax-Z) DELIMITED BY SIZE
                            INTO Rpt-Line
                     END-STRING
                     PERFORM Write-Report-Line
              END-PERFORM.
              MOVE Tx-Net-Total TO Tx-Net-Z.
              MOVE Tx-Tax-Total TO Tx-Tax-Z.
              COMPUTE Tx-Gross = Tx-Net-Total + Tx-Tax-Total.
              MOVE Tx-Gross TO Tx-Gross-Z.
              STRING "ALL RATES NET " DELIMITED BY SIZE
                     TRIM(Tx-Net-Z) DELIMITED BY SIZE
                     " TAX " DELIMITED BY SIZE
                     TRIM(Tx-Tax-Z) DELIMITED BY SIZE
                     " GROSS " DELIMITED BY SIZE
                     TRIM(Tx-Gross-Z) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              IF Tx-Untaxed > 0 THEN
                     MOVE Tx-Untaxed TO Tx-Cnt-Z
                     MOVE Tx-Untaxed-Amt TO Tx-Net-Z
                     STRING "NOT TAXED (BEFORE TAX OR REFUNDS): "
                            DELIMITED BY SIZE
                            TRIM(Tx-Cnt-Z) DELIMITED BY SIZE
                            " ITEM(S) " DELIMITED BY SIZE
                            TRIM(Tx-Net-Z) DELIMITED BY SIZE
                            INTO Rpt-Line
                     END-STRING
                     PERFORM Write-Report-Line
              END-IF.
              PERFORM End-Report.

      *> 税率別の課税標準 (TXNrrrr) と税額 (TXTrrrr) を月末日付で
      *> 日計フィードへ。月次締めの POST で期間元帳に入る
       080-Feed-Period-Ledger.
              IF Tx-Period(5:2) = "12" THEN
                     COMPUTE Tx-Next-Month = Tx-Period + 89
              ELSE
                     COMPUTE Tx-Next-Month = Tx-Period + 1
              END-IF.
              COMPUTE Daily-As-Of = DATE-OF-INTEGER(
                     INTEGER-OF-DATE(Tx-Next-Month * 100 + 1) - 1).
              PERFORM VARYING RS-Idx FROM 1 BY 1 UNTIL RS-Idx > RS-Count
                     COMPUTE Tx-Rate-4 = rs-rate(RS-Idx) * 100
                     MOVE SPACE TO Daily-Metric
                     STRING "TXN" DELIMITED BY SIZE
                            Tx-Rate-4 DELIMITED BY SIZE
                            INTO Daily-Metric
                     END-STRING
                     COMPUTE Tx-Whole = rs-net(RS-Idx)
                     PERFORM 085-Feed-One-Value
                     MOVE SPACE TO Daily-Metric
                     STRING "TXT" DELIMITED BY SIZE
                            Tx-Rate-4 DELIMITED BY SIZE
                            INTO Daily-Metric
                     END-STRING
                     COMPUTE Tx-Whole = rs-tax(RS-Idx)
                     PERFORM 085-Feed-One-Value
              END-PERFORM.
              MOVE 0 TO Daily-As-Of.

       085-Feed-One-Value.
              IF Tx-Whole < 0 THEN
                     DISPLAY "WARNING: " TRIM(Daily-Metric)
                            " IS NEGATIVE FOR " Tx-Period
                            ", FED AS ZERO"
                     MOVE 0 TO Tx-Whole
              END-IF.
              MOVE Tx-Whole TO Daily-Value.
              PERFORM Write-Daily-Total.

       COPY REPORTPD.
       COPY RUNHISTPD.
       COPY DAILYTOTPD.
       END PROGRAM MAIN.
