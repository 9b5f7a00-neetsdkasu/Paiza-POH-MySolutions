                     ASSIGN TO "DAILY-TOTALS-RESEND"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Resend-Status.
              SELECT LEDGER-ARCHIVE
                     ASSIGN TO DYNAMIC Archive-Path
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Archive-Status.
              SELECT OPTIONAL ARCHIVE-CATALOG
                     ASSIGN TO "ARCHIVE-CATALOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Catalog-Status.
       COPY RUNHISTSL.
       COPY CONFIGSL.
       COPY SIGNONSL.
       COPY ROLESSL.
       DATA DIVISION.
       FILE SECTION.
       FD  XMIT-REGISTER.
                     05 PL-VALUE   PIC 9(15).
       FD  XMIT-RESEND.
              01 XMIT-RESEND-RECORD PIC X(60).
      *> 締めた会計年度の元帳は MONTHEND が保管世代へ移している
       FD  LEDGER-ARCHIVE.
              01 LEDGER-ARCHIVE-RECORD.
                     05 LA-SITE    PIC X(4).
                     05 FILLER     PIC X.
                     05 LA-DATE    PIC 9(8).
                     05 FILLER     PIC X.
                     05 LA-PROGRAM PIC X(12).
                     05 FILLER     PIC X.
                     05 LA-METRIC  PIC X(8).
                     05 FILLER     PIC X.
                     05 LA-VALUE   PIC 9(15).
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
       COPY RUNHISTFD.
       COPY CONFIGFD.
       COPY SIGNONFD.
       COPY ROLESFD.
       WORKING-STORAGE SECTION.
       COPY RUNHISTWS.
       COPY CONFIGWS.
       COPY SIGNONWS.
       COPY ROLESWS.
       01 Register-Status PIC XX.
       01 Ack-Status PIC XX.
       01 Ledger-Status PIC XX.
       01 Resend-Status PIC XX.
       01 Archive-Status PIC XX.
       01 Catalog-Status PIC XX.
       01 Command-Values.
              05 Cmd-Line    PIC X(20).
              05 Cmd-Verb    PIC X(12).
              05 rs-sum      PIC 9(15).
              05 rs-cnt-z    PIC Z(5)9.
              05 rs-sum-z    PIC Z(14)9.
      *> 締めた会計年度のバッチは保管世代から作り直す
       01 Closed-Year-Values.
              05 fy-start    PIC 99 VALUE 1.
              05 fy-year     PIC 9(4).
              05 fy-mm       PIC 99.
              05 fy-closed   PIC X.
              05 fy-marker   PIC X(13).
              05 Archive-Path PIC X(40).
              05 Archive-Name PIC X(20).
              05 Archive-Gen  PIC 9(4).
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO rp-days
              END-IF.
              MOVE "FISCAL-YEAR-START-MONTH" TO Config-Param-Name.
              MOVE "1" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     IF NUMVAL(TRIM(Config-Param-Value)) >= 1
                     AND NUMVAL(TRIM(Config-Param-Value)) <= 12 THEN
                            MOVE NUMVAL(TRIM(Config-Param-Value))
                                   TO fy-start
                     END-IF
              END-IF.
              MOVE "XMITACK" TO Audit-Program.
              ACCEPT rp-today FROM DATE YYYYMMDD.
              MOVE INTEGER-OF-DATE(rp-today) TO rp-today-i.
              PERFORM 010-Load-Register THRU 012-Register-Loaded.
                     END-IF
              END-IF.

      *> 欠落バッチを月間元帳 (日次粒度) から作り直す。締めた
      *> 会計年度のバッチは監督者の承認を取り、保管世代から作る
       300-Retransmit-Batch.
              IF Cmd-No-Tok = SPACE
              OR TRIM(Cmd-No-Tok) IS NOT NUMERIC THEN
                     MOVE 1 TO RETURN-CODE
                     GO TO 300-Retransmit-Batch-End
              END-IF.
              PERFORM 330-Check-Year-Closed THRU 332-Year-Checked.
              IF fy-closed = "Y" THEN
                     PERFORM 340-Closed-Year-Override
                            THRU 340-Closed-Year-Override-End
                     IF fy-closed NOT = "O" THEN
                            GO TO 300-Retransmit-Batch-End
                     END-IF
                     GO TO 305-Open-Resend
              END-IF.
              OPEN INPUT PERIOD-LEDGER.
              IF Ledger-Status NOT = "00" THEN
                     IF Ledger-Status = "05" THEN
                     MOVE 1 TO RETURN-CODE
                     GO TO 300-Retransmit-Batch-End
              END-IF.
       305-Open-Resend.
              OPEN OUTPUT XMIT-RESEND.
              MOVE SPACE TO XMIT-RESEND-RECORD.
              STRING "BATCH " DELIMITED BY SIZE
              END-STRING.
              WRITE XMIT-RESEND-RECORD.
              MOVE 0 TO rs-count rs-sum.
              IF fy-closed = "O" THEN
                     GO TO 315-Read-Archive
              END-IF.
       310-Read-Ledger.
              READ PERIOD-LEDGER
                     AT END
              ADD 1 TO rs-count.
              ADD PL-VALUE TO rs-sum.
              GO TO 310-Read-Ledger.
       315-Read-Archive.
              READ LEDGER-ARCHIVE
                     AT END
                         CLOSE LEDGER-ARCHIVE
                         GO TO 320-Resend-Done
              END-READ.
              IF LA-DATE NOT = xg-date(XG-Found) THEN
                     GO TO 315-Read-Archive
              END-IF.
              MOVE LEDGER-ARCHIVE-RECORD TO XMIT-RESEND-RECORD.
              WRITE XMIT-RESEND-RECORD.
              ADD 1 TO rs-count.
              ADD LA-VALUE TO rs-sum.
              GO TO 315-Read-Archive.
       320-Resend-Done.
              MOVE rs-count TO rs-cnt-z.
              MOVE rs-sum TO rs-sum-z.
       300-Retransmit-Batch-End.
              EXIT.

      *> バッチ日付の会計年度に元帳の "CLOSED FYyyyy" 行があるか
       330-Check-Year-Closed.
              MOVE "N" TO fy-closed.
              MOVE xg-date(XG-Found)(1:4) TO fy-year.
              MOVE xg-date(XG-Found)(5:2) TO fy-mm.
              IF fy-mm < fy-start THEN
                     SUBTRACT 1 FROM fy-year
              END-IF.
              MOVE SPACE TO fy-marker.
              STRING "CLOSED FY" DELIMITED BY SIZE
                     fy-year DELIMITED BY SIZE
                     INTO fy-marker
              END-STRING.
              OPEN INPUT PERIOD-LEDGER.
              IF Ledger-Status NOT = "00" THEN
                     IF Ledger-Status = "05" THEN
                            CLOSE PERIOD-LEDGER
                     END-IF
                     GO TO 332-Year-Checked
              END-IF.
       331-Read-Markers.
              READ PERIOD-LEDGER
                     AT END
                         CLOSE PERIOD-LEDGER
                         GO TO 332-Year-Checked
              END-READ.
              IF PERIOD-LEDGER-RECORD(1:13) = fy-marker THEN
                     MOVE "Y" TO fy-closed
              END-IF.
              GO TO 331-Read-Markers.
       332-Year-Checked.
              EXIT.

      *> 締めた年度の再送は監督者のサインオンを要し、承認を監査
      *> 記録に残す。承認が取れて保管世代を開けたら fy-closed = "O"
       340-Closed-Year-Override.
              DISPLAY "BATCH " TRIM(Cmd-No-Tok) " OF "
                     xg-date(XG-Found) " IS IN CLOSED FISCAL YEAR "
                     fy-year ", SUPERVISOR OVERRIDE REQUIRED".
              IF Operator-Id = SPACE THEN
                     PERFORM Operator-Sign-On
              END-IF.
              MOVE "SUPERVISOR" TO Role-Required.
              PERFORM Check-Operator-Role THRU Check-Operator-Role-End.
              MOVE SPACE TO Archive-Name.
              STRING "PERIOD-LEDGER-FY" DELIMITED BY SIZE
                     fy-year DELIMITED BY SIZE
                     INTO Archive-Name
              END-STRING.
              MOVE 0 TO Archive-Gen.
              OPEN INPUT ARCHIVE-CATALOG.
              IF Catalog-Status NOT = "00" THEN
                     IF Catalog-Status = "05" THEN
                            CLOSE ARCHIVE-CATALOG
                     END-IF
                     GO TO 342-Catalog-Read
              END-IF.
       341-Read-Catalog.
              READ ARCHIVE-CATALOG
                     AT END
                         CLOSE ARCHIVE-CATALOG
                         GO TO 342-Catalog-Read
              END-READ.
              IF AC-FILE = Archive-Name
              AND AC-GEN IS NUMERIC
              AND AC-GEN > Archive-Gen THEN
                     MOVE AC-GEN TO Archive-Gen
              END-IF.
              GO TO 341-Read-Catalog.
       342-Catalog-Read.
              IF Archive-Gen = 0 THEN
                     DISPLAY "ERROR: NO ARCHIVE OF "
                            TRIM(Archive-Name) " ON ARCHIVE-CATALOG"
                     MOVE 1 TO RETURN-CODE
                     GO TO 340-Closed-Year-Override-End
              END-IF.
              MOVE SPACE TO Archive-Path.
              STRING TRIM(Archive-Name) DELIMITED BY SIZE
                     ".G" DELIMITED BY SIZE
                     Archive-Gen DELIMITED BY SIZE
                     INTO Archive-Path
              END-STRING.
              OPEN INPUT LEDGER-ARCHIVE.
              IF Archive-Status NOT = "00" THEN
                     DISPLAY "ERROR: CANNOT READ " TRIM(Archive-Path)
                            " (STATUS " Archive-Status ")"
                     MOVE 1 TO RETURN-CODE
                     GO TO 340-Closed-Year-Override-End
              END-IF.
              MOVE SPACE TO Audit-Field Audit-Before Audit-After.
              STRING "BATCH " DELIMITED BY SIZE
                     xg-batch(XG-Found) DELIMITED BY SIZE
                     INTO Audit-Field
              END-STRING.
              STRING "FY" DELIMITED BY SIZE
                     fy-year DELIMITED BY SIZE
                     " CLOSED" DELIMITED BY SIZE
                     INTO Audit-Before
              END-STRING.
              MOVE "RETRANSMIT OVERRIDE" TO Audit-After.
              PERFORM Write-Activity-Audit.
              DISPLAY "OVERRIDE BY " TRIM(Operator-Id)
                     ", READING " TRIM(Archive-Path).
              MOVE "O" TO fy-closed.
       340-Closed-Year-Override-End.
              EXIT.

       400-Rewrite-Register.
              OPEN OUTPUT XMIT-REGISTER.
              IF XG-Count > 0 THEN

       COPY RUNHISTPD.
       COPY CONFIGPD.
       COPY ROLESPD.
       COPY SIGNONPD.
       END PROGRAM MAIN.
