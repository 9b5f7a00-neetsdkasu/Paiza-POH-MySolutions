                     ASSIGN TO "XMIT-REGISTER"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS IO-File-Status.
              SELECT OPTIONAL ORPHAN-SUMMARY
                     ASSIGN TO "ORPHAN-SUMMARY"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS IO-File-Status.
       COPY RUNHISTSL.
       DATA DIVISION.
       FILE SECTION.
                     05 XR-COUNT  PIC 9(6).
                     05 FILLER    PIC X.
                     05 XR-STATUS PIC X(6).
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
       COPY RUNHISTFD.
       WORKING-STORAGE SECTION.
       COPY RUNHISTWS.
              05 Prob-Open    PIC 9(4) VALUE 0.
              05 Prob-Inprog  PIC 9(4) VALUE 0.
              05 Prob-Closed  PIC 9(4) VALUE 0.
       01 Orphan-Count-Values.
              05 Orph-Missing PIC X VALUE "N".
              05 Orph-Date    PIC 9(8) VALUE 0.
              05 Orph-Count   PIC 99 VALUE 0.
              05 Orph-Idx     PIC 99.
              05 Orph-Z       PIC Z(5)9.
              05 Orph-Table OCCURS 20 TIMES.
                     10 orph-file    PIC X(20).
                     10 orph-records PIC 9(8).
                     10 orph-orphans PIC 9(6).
                     10 orph-verdict PIC X(4).
       01 Exception-Values.
              05 Excp-Count    PIC 9(3) VALUE 0.
              05 Excp-Idx      PIC 9(3).
                     THRU 049-Xmit-Register-Done.
              PERFORM 058-Scan-Run-History-Sites
                     THRU 059-Sites-Done.
              PERFORM 061-Scan-Orphan-Summary
                     THRU 062-Orphan-Summary-Done.

              ACCEPT Report-Date FROM DATE YYYYMMDD.
              MOVE "MORNINGOPS" TO Rpt-Program.
              MOVE "SECTION SITES (RUN-HISTORY)" TO Rpt-Line.
              PERFORM Write-Report-Line.
              PERFORM 057-Show-Site-Sections.
              PERFORM Write-Report-Line.
              MOVE "SECTION ORPHAN CODES (CodeAudit)" TO Rpt-Line.
              PERFORM Write-Report-Line.
              PERFORM 063-Show-Orphan-Counts.

              PERFORM Write-Report-Line.
              MOVE "EXCEPTIONS" TO Rpt-Line.
       059-Sites-Done.
              EXIT.

      *> 週次のコード監査の結果。孤立コードのあるファイルは
      *> 次の監査まで毎朝例外に出す
       061-Scan-Orphan-Summary.
              OPEN INPUT ORPHAN-SUMMARY.
              IF IO-File-Status NOT = "00" THEN
                     IF IO-File-Status = "05" THEN
                            CLOSE ORPHAN-SUMMARY
                     END-IF
                     MOVE "Y" TO Orph-Missing
                     GO TO 062-Orphan-Summary-Done
              END-IF.
       061A-Read-Orphan-Summary.
              READ ORPHAN-SUMMARY
                     AT END
                         CLOSE ORPHAN-SUMMARY
                         GO TO 062-Orphan-Summary-Done
              END-READ.
              IF OS-FILE = SPACE OR Orph-Count >= 20 THEN
                     GO TO 061A-Read-Orphan-Summary
              END-IF.
              ADD 1 TO Orph-Count.
              MOVE OS-FILE TO orph-file(Orph-Count).
              MOVE OS-RECORDS TO orph-records(Orph-Count).
              MOVE OS-ORPHANS TO orph-orphans(Orph-Count).
              MOVE OS-VERDICT TO orph-verdict(Orph-Count).
              MOVE OS-DATE TO Orph-Date.
              IF OS-VERDICT = "FAIL" THEN
                     PERFORM 060-Add-Exception
                     IF Excp-Added = "Y" THEN
                            MOVE "ORPHAN-SUMMARY"
                                   TO Excp-Source(Excp-Count)
                            MOVE OS-ORPHANS TO Orph-Z
                            MOVE SPACE TO Excp-Text(Excp-Count)
                            STRING TRIM(OS-FILE) DELIMITED BY SIZE
                                   " HAS " DELIMITED BY SIZE
                                   TRIM(Orph-Z) DELIMITED BY SIZE
                                   " CODE(S) NOT ON THEIR MASTER"
                                          DELIMITED BY SIZE
                                   " (AUDIT OF " DELIMITED BY SIZE
                                   OS-DATE DELIMITED BY SIZE
                                   ")" DELIMITED BY SIZE
                                   INTO Excp-Text(Excp-Count)
                            END-STRING
                     END-IF
              END-IF.
              GO TO 061A-Read-Orphan-Summary.
       062-Orphan-Summary-Done.
              EXIT.

       063-Show-Orphan-Counts.
              IF Orph-Missing = "Y" OR Orph-Count = 0 THEN
                     MOVE "  NO ORPHAN-SUMMARY, RUN CODEAUDIT"
                            TO Rpt-Line
                     PERFORM Write-Report-Line
              ELSE
                     STRING "  AUDIT OF " DELIMITED BY SIZE
                            Orph-Date DELIMITED BY SIZE
                            INTO Rpt-Line
                     END-STRING
                     PERFORM Write-Report-Line
                     PERFORM VARYING Orph-Idx FROM 1 BY 1
                     UNTIL Orph-Idx > Orph-Count
                            PERFORM 064-Show-Orphan-File
                     END-PERFORM
              END-IF.

       064-Show-Orphan-File.
              IF orph-verdict(Orph-Idx) = "SKIP" THEN
                     STRING "  " DELIMITED BY SIZE
                            TRIM(orph-file(Orph-Idx)) DELIMITED BY SIZE
                            ": NOT CHECKED, NO MASTER" DELIMITED BY SIZE
                            INTO Rpt-Line
                     END-STRING
              ELSE
                     MOVE orph-orphans(Orph-Idx) TO Orph-Z
                     MOVE orph-records(Orph-Idx) TO Count-Z
                     STRING "  " DELIMITED BY SIZE
                            TRIM(orph-file(Orph-Idx)) DELIMITED BY SIZE
                            ": " DELIMITED BY SIZE
                            TRIM(Orph-Z) DELIMITED BY SIZE
                            " ORPHAN CODE(S) IN " DELIMITED BY SIZE
                            TRIM(Count-Z) DELIMITED BY SIZE
                            " RECORD(S)" DELIMITED BY SIZE
                            INTO Rpt-Line
                     END-STRING
              END-IF.
              PERFORM Write-Report-Line.

       COPY REPORTPD.

       060-Add-Exception.
