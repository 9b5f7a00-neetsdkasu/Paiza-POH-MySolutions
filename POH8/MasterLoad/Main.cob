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
              SELECT OPTIONAL MASTER-PACKAGE-IN
                     ASSIGN TO "MASTER-PACKAGE-IN"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Package-Status.
              SELECT PKG-OUT
                     ASSIGN TO DYNAMIC Pkg-Path
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Pkg-Out-Status.
              SELECT TABLE-IN
                     ASSIGN TO DYNAMIC Tbl-Path
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Tbl-In-Status.
              SELECT OPTIONAL MASTER-VERSIONS
                     ASSIGN TO "MASTER-VERSIONS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Versions-Status.
              SELECT OPTIONAL MASTER-DATA-ACK
                     ASSIGN TO "MASTER-DATA-ACK"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Ack-Status.
              SELECT OPTIONAL MASTER-ACK-IN
                     ASSIGN TO "MASTER-ACK-IN"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Ack-In-Status.
       COPY RUNHISTSL.
       COPY ERRLOGSL.
       COPY ALERTQSL.
       COPY SIGNONSL.
       COPY ROLESSL.
       DATA DIVISION.
       FILE SECTION.
      *> 本部からの配布パッケージ。1 本に複数の表を続けてよい:
      *>   PACKAGE table version effective-yyyymmdd
      *>   (表の行をそのまま)
      *>   TRAILER count
       FD  MASTER-PACKAGE-IN.
              01 MASTER-PACKAGE-RECORD PIC X(100).
       FD  PKG-OUT.
              01 PKG-OUT-RECORD PIC X(100).
       FD  TABLE-IN.
              01 TABLE-IN-RECORD PIC X(100).
      *> 拠点の版登録。受け取った版ごとに 1 行:
      *>   PENDING (発効日待ち) / ACTIVE (稼働中) / RETIRED (次の版に
      *>   置き換え済み、差し戻し先) / SUPERSED (発効前に新しい版が
      *>   来た) / ROLLEDBK (差し戻された)
       FD  MASTER-VERSIONS.
              01 MASTER-VERSIONS-RECORD.
                     05 MV-TABLE     PIC X(16).
                     05 FILLER       PIC X.
                     05 MV-VERSION   PIC 9(8).
                     05 FILLER       PIC X.
                     05 MV-EFFECTIVE PIC 9(8).
                     05 FILLER       PIC X.
                     05 MV-STATE     PIC X(8).
                     05 FILLER       PIC X.
                     05 MV-RECEIVED  PIC 9(8).
                     05 FILLER       PIC X.
                     05 MV-INSTALLED PIC 9(8).
                     05 FILLER       PIC X.
                     05 MV-RECORDS   PIC 9(6).
      *> 本部への受領通知 (拠点から送り返す)。本部では各拠点の通知を
      *> つないだものを MASTER-ACK-IN として SITES で集計する
       FD  MASTER-DATA-ACK.
              01 MASTER-DATA-ACK-RECORD.
                     05 MA-SITE      PIC X(4).
                     05 FILLER       PIC X.
                     05 MA-TABLE     PIC X(16).
                     05 FILLER       PIC X.
                     05 MA-VERSION   PIC 9(8).
                     05 FILLER       PIC X.
                     05 MA-EFFECTIVE PIC 9(8).
                     05 FILLER       PIC X.
                     05 MA-EVENT     PIC X(8).
                     05 FILLER       PIC X.
                     05 MA-DATE      PIC 9(8).
                     05 FILLER       PIC X.
                     05 MA-TIME      PIC 9(6).
                     05 FILLER       PIC X.
                     05 MA-REASON    PIC X(30).
       FD  MASTER-ACK-IN.
              01 MASTER-ACK-IN-RECORD.
                     05 MI-SITE      PIC X(4).
                     05 FILLER       PIC X.
                     05 MI-TABLE     PIC X(16).
                     05 FILLER       PIC X.
                     05 MI-VERSION   PIC 9(8).
                     05 FILLER       PIC X.
                     05 MI-EFFECTIVE PIC 9(8).
                     05 FILLER       PIC X.
                     05 MI-EVENT     PIC X(8).
                     05 FILLER       PIC X.
                     05 MI-DATE      PIC 9(8).
                     05 FILLER       PIC X.
                     05 MI-TIME      PIC 9(6).
                     05 FILLER       PIC X.
                     05 MI-REASON    PIC X(30).
       COPY RUNHISTFD.
       COPY ERRLOGFD.
       COPY ALERTQFD.
       COPY SIGNONFD.
       COPY ROLESFD.
       WORKING-STORAGE SECTION.
       COPY RUNHISTWS.
       COPY ERRLOGWS.
       COPY ALERTQWS.
       COPY SIGNONWS.
       COPY ROLESWS.
       COPY REPORTWS.
       01 Package-Status PIC XX.
       01 Pkg-Out-Status PIC XX.
       01 Tbl-In-Status PIC XX.
       01 Versions-Status PIC XX.
       01 Ack-Status PIC XX.
       01 Ack-In-Status PIC XX.
       01 Command-Values.
              05 Cmd-Line  PIC X(80).
              05 Cmd-Verb  PIC X(10).
              05 Cmd-Tok-2 PIC X(20).
       01 Today-Values.
              05 Today-Date PIC 9(8).
              05 Now-Time   PIC 9(8).
              05 Site-Code  PIC X(4) VALUE SPACE.
      *> 本部から受け取る表と、その表の 1 行の最大長
       01 Known-Table-Values.
              05 Known-Table-List.
                     10 FILLER PIC X(19) VALUE "FARE-RULES      060".
                     10 FILLER PIC X(19) VALUE "RATE-CARD       040".
                     10 FILLER PIC X(19) VALUE "RANK-BRACKETS   080".
                     10 FILLER PIC X(19) VALUE "TIER-TABLE      080".
                     10 FILLER PIC X(19) VALUE "MATERIAL-COSTS  060".
                     10 FILLER PIC X(19) VALUE "CARRIER-RATES   040".
              05 Known-Table REDEFINES Known-Table-List
                     OCCURS 6 TIMES.
                     10 kt-name   PIC X(16).
                     10 kt-reclen PIC 9(3).
              05 KT-Count PIC 99 VALUE 6.
              05 KT-Idx   PIC 99.
              05 KT-Found PIC 99.
      *> 版登録の作業表 (実行の最後に書き戻す)
       01 Version-Table-Values.
              05 VT-Count   PIC 9(4) VALUE 0.
              05 VT-Idx     PIC 9(4).
              05 VT-New     PIC 9(4).
              05 VT-Old     PIC 9(4).
              05 VT-Changed PIC X VALUE "N".
              05 VT-Table OCCURS 1000 TIMES.
                     10 vt-name      PIC X(16).
                     10 vt-version   PIC 9(8).
                     10 vt-effective PIC 9(8).
                     10 vt-state     PIC X(8).
                     10 vt-received  PIC 9(8).
                     10 vt-installed PIC 9(8).
                     10 vt-records   PIC 9(6).
      *> 読み込み中のパッケージ
       01 Package-Values.
              05 In-Package   PIC X VALUE "N".
              05 Pkg-Ok       PIC X.
              05 Pkg-Open     PIC X.
              05 Pkg-Reason   PIC X(30).
              05 Pkg-Table    PIC X(16).
              05 Pkg-Reclen   PIC 9(3).
              05 Pkg-Version  PIC 9(8).
              05 Pkg-Effect   PIC 9(8).
              05 Pkg-Lines    PIC 9(6).
              05 Pkg-Trailer  PIC 9(6).
              05 Pkg-Path     PIC X(40).
              05 Hdr-Tok-1    PIC X(10).
              05 Hdr-Tok-2    PIC X(20).
              05 Hdr-Tok-3    PIC X(12).
              05 Hdr-Tok-4    PIC X(12).
              05 Hdr-Tok-5    PIC X(12).
              05 High-Version PIC 9(8).
       01 Install-Values.
              05 Tbl-Path      PIC X(40).
              05 Ver-Path      PIC X(40).
              05 Path-Version  PIC 9(8).
              05 Tbl-Count     PIC 9(6).
              05 Tbl-Found     PIC X.
              05 Sys-Command   PIC X(120).
              05 Ack-Event     PIC X(8).
              05 Ack-Reason    PIC X(30).
              05 Ack-Table     PIC X(16).
              05 Ack-Version   PIC 9(8).
              05 Ack-Effect    PIC 9(8).
       01 Count-Values.
              05 Accept-Count  PIC 9(4) VALUE 0.
              05 Reject-Count  PIC 9(4) VALUE 0.
              05 Install-Count PIC 9(4) VALUE 0.
              05 Line-Count    PIC 9(8) VALUE 0.
      *> 本部の集計: 拠点 x 表ごとの稼働版と最後に受けた版
       01 Site-Table-Values.
              05 SV-Count PIC 9(4) VALUE 0.
              05 SV-Idx   PIC 9(4).
              05 SV-Found PIC 9(4).
              05 SV-Table OCCURS 500 TIMES.
                     10 sv-site      PIC X(4).
                     10 sv-name      PIC X(16).
                     10 sv-current   PIC 9(8).
                     10 sv-since     PIC 9(8).
                     10 sv-last      PIC 9(8).
                     10 sv-last-ev   PIC X(8).
                     10 sv-last-rsn  PIC X(30).
              05 Latest-Table OCCURS 6 TIMES.
                     10 lt-version PIC 9(8).
              05 Behind-Count PIC 9(4) VALUE 0.
       01 Edit-Values.
              05 Ver-Z   PIC Z(7)9.
              05 Cnt-Z   PIC Z(5)9.
              05 Edit-Z  PIC Z(3)9.
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              MOVE "MASTERLOAD" TO Run-Hist-Program Err-Program
                     Alert-Program Audit-Program Rpt-Program.
              ACCEPT Today-Date FROM DATE YYYYMMDD.
              DISPLAY "POH-SITE" UPON ENVIRONMENT-NAME.
              ACCEPT Site-Code FROM ENVIRONMENT-VALUE.
              IF Site-Code = SPACE THEN
                     MOVE "POH1" TO Site-Code
              END-IF.
              PERFORM 020-Load-Versions THRU 020-Load-Versions-End.
       010-Read-Command.
              MOVE SPACE TO Cmd-Line.
              ACCEPT Cmd-Line.
              IF Cmd-Line = SPACE THEN
                     GO TO 090-Finish
              END-IF.
              IF Cmd-Line(1:1) = "*" THEN
                     GO TO 010-Read-Command
              END-IF.
              MOVE SPACE TO Cmd-Verb Cmd-Tok-2.
              UNSTRING Cmd-Line DELIMITED BY ALL " "
                     INTO Cmd-Verb Cmd-Tok-2.
              EVALUATE TRIM(Cmd-Verb)
                  WHEN "LOAD"
                      PERFORM 100-Load-Packages
                             THRU 100-Load-Packages-End
                      PERFORM 500-Install-Due
                  WHEN "INSTALL"
                      PERFORM 500-Install-Due
                  WHEN "ROLLBACK"
                      PERFORM Operator-Sign-On
                      MOVE "SUPERVISOR" TO Role-Required
                      PERFORM Check-Operator-Role
                             THRU Check-Operator-Role-End
                      PERFORM 600-Rollback-Table
                             THRU 600-Rollback-Table-End
                  WHEN "STATUS"
                      PERFORM 700-Print-Status
                  WHEN "SITES"
                      PERFORM 800-Site-Versions
                             THRU 800-Site-Versions-End
                  WHEN OTHER
                      DISPLAY "ERROR: UNKNOWN COMMAND "
                             TRIM(Cmd-Verb)
                      DISPLAY "COMMANDS: LOAD / INSTALL /"
                             " ROLLBACK table / STATUS / SITES"
                      MOVE 1 TO RETURN-CODE
              END-EVALUATE.
              GO TO 010-Read-Command.
       090-Finish.
              IF VT-Changed = "Y" THEN
                     PERFORM 030-Save-Versions
              END-IF.
              MOVE Accept-Count TO Edit-Z.
              DISPLAY "MASTER DATA LOAD DONE, " TRIM(Edit-Z)
                     " PACKAGE(S) ACCEPTED".
              MOVE Reject-Count TO Edit-Z.
              DISPLAY "                       " TRIM(Edit-Z)
                     " PACKAGE(S) REJECTED".
              MOVE Install-Count TO Edit-Z.
              DISPLAY "                       " TRIM(Edit-Z)
                     " TABLE(S) INSTALLED".
              MOVE Line-Count TO Run-Hist-Read.
              MOVE Reject-Count TO Run-Hist-Reject.
              MOVE Install-Count TO Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.

       020-Load-Versions.
              OPEN INPUT MASTER-VERSIONS.
              IF Versions-Status NOT = "00" THEN
                     IF Versions-Status = "05" THEN
                            CLOSE MASTER-VERSIONS
                     END-IF
                     GO TO 020-Load-Versions-End
              END-IF.
       021-Read-Version.
              READ MASTER-VERSIONS
                     AT END
                         CLOSE MASTER-VERSIONS
                         GO TO 020-Load-Versions-End
              END-READ.
              IF MASTER-VERSIONS-RECORD = SPACE
              OR MV-VERSION IS NOT NUMERIC THEN
                     GO TO 021-Read-Version
              END-IF.
              IF VT-Count >= 1000 THEN
                     DISPLAY "WARNING: MASTER-VERSIONS EXCEEDS 1000"
                            " RECORDS, REST IGNORED"
                     CLOSE MASTER-VERSIONS
                     GO TO 020-Load-Versions-End
              END-IF.
              ADD 1 TO VT-Count.
              MOVE MV-TABLE TO vt-name(VT-Count).
              MOVE MV-VERSION TO vt-version(VT-Count).
              MOVE MV-EFFECTIVE TO vt-effective(VT-Count).
              MOVE MV-STATE TO vt-state(VT-Count).
              MOVE MV-RECEIVED TO vt-received(VT-Count).
              MOVE MV-INSTALLED TO vt-installed(VT-Count).
              MOVE MV-RECORDS TO vt-records(VT-Count).
              GO TO 021-Read-Version.
       020-Load-Versions-End.
              EXIT.

       030-Save-Versions.
              OPEN OUTPUT MASTER-VERSIONS.
              PERFORM VARYING VT-Idx FROM 1 BY 1 UNTIL VT-Idx > VT-Count
                     MOVE SPACE TO MASTER-VERSIONS-RECORD
                     MOVE vt-name(VT-Idx) TO MV-TABLE
                     MOVE vt-version(VT-Idx) TO MV-VERSION
                     MOVE vt-effective(VT-Idx) TO MV-EFFECTIVE
                     MOVE vt-state(VT-Idx) TO MV-STATE
                     MOVE vt-received(VT-Idx) TO MV-RECEIVED
                     MOVE vt-installed(VT-Idx) TO MV-INSTALLED
                     MOVE vt-records(VT-Idx) TO MV-RECORDS
                     WRITE MASTER-VERSIONS-RECORD
              END-PERFORM.
              CLOSE MASTER-VERSIONS.
              MOVE "N" TO VT-Changed.

      *> LOAD。パッケージごとに見出し・行長・トレーラ件数を検査し、
      *> 通ったものは <table>.V<version> に取り置いて PENDING で登録
      *> する。どちらの場合も本部へ受領通知を返す
       100-Load-Packages.
              OPEN INPUT MASTER-PACKAGE-IN.
              IF Package-Status NOT = "00" THEN
                     IF Package-Status = "05" THEN
                            CLOSE MASTER-PACKAGE-IN
                     END-IF
                     DISPLAY "MASTER-PACKAGE-IN IS EMPTY OR ABSENT,"
                            " NOTHING TO LOAD"
                     GO TO 100-Load-Packages-End
              END-IF.
       110-Read-Package-Line.
              READ MASTER-PACKAGE-IN
                     AT END
                         CLOSE MASTER-PACKAGE-IN
                         GO TO 190-Package-Eof
              END-READ.
              ADD 1 TO Line-Count.
              IF MASTER-PACKAGE-RECORD = SPACE THEN
                     GO TO 110-Read-Package-Line
              END-IF.
              IF MASTER-PACKAGE-RECORD(1:8) = "PACKAGE " THEN
                     IF In-Package = "Y" THEN
                            MOVE "N" TO Pkg-Ok
                            MOVE "NO TRAILER BEFORE NEXT PACKAGE"
                                   TO Pkg-Reason
                            PERFORM 150-Close-Package
                     END-IF
                     PERFORM 120-Open-Package
                            THRU 120-Open-Package-End
                     GO TO 110-Read-Package-Line
              END-IF.
              IF MASTER-PACKAGE-RECORD(1:8) = "TRAILER " THEN
                     PERFORM 140-Check-Trailer
                            THRU 140-Check-Trailer-End
                     GO TO 110-Read-Package-Line
              END-IF.
              IF In-Package NOT = "Y" THEN
                     MOVE "MDL-002" TO Err-Code
                     MOVE "W" TO Err-Severity
                     MOVE "DATA LINE OUTSIDE A PACKAGE IGNORED"
                            TO Err-Text
                     MOVE MASTER-PACKAGE-RECORD TO Err-Input
                     PERFORM Write-Error-Log
                     DISPLAY "WARNING: DATA LINE OUTSIDE A PACKAGE: "
                            TRIM(MASTER-PACKAGE-RECORD)
                     GO TO 110-Read-Package-Line
              END-IF.
              PERFORM 130-Package-Data.
              GO TO 110-Read-Package-Line.
       190-Package-Eof.
              IF In-Package = "Y" THEN
                     MOVE "N" TO Pkg-Ok
                     MOVE "NO TRAILER AT END OF FILE" TO Pkg-Reason
                     PERFORM 150-Close-Package
              END-IF.
       100-Load-Packages-End.
              EXIT.

      *> PACKAGE table version effective-yyyymmdd
       120-Open-Package.
              MOVE "Y" TO In-Package Pkg-Ok.
              MOVE "N" TO Pkg-Open.
              MOVE SPACE TO Pkg-Reason Pkg-Table Pkg-Path.
              MOVE 0 TO Pkg-Version Pkg-Effect Pkg-Lines Pkg-Reclen.
              MOVE SPACE TO Hdr-Tok-1 Hdr-Tok-2 Hdr-Tok-3 Hdr-Tok-4
                     Hdr-Tok-5.
              UNSTRING MASTER-PACKAGE-RECORD DELIMITED BY ALL " "
                     INTO Hdr-Tok-1 Hdr-Tok-2 Hdr-Tok-3 Hdr-Tok-4
                          Hdr-Tok-5.
              MOVE Hdr-Tok-2 TO Pkg-Table.
              IF Hdr-Tok-2 = SPACE OR Hdr-Tok-2(17:) NOT = SPACE THEN
                     MOVE "N" TO Pkg-Ok
                     MOVE "TABLE NAME MISSING OR TOO LONG"
                            TO Pkg-Reason
                     GO TO 120-Open-Package-End
              END-IF.
              MOVE 0 TO KT-Found.
              PERFORM VARYING KT-Idx FROM 1 BY 1 UNTIL KT-Idx > KT-Count
                     IF kt-name(KT-Idx) = Pkg-Table THEN
                            MOVE KT-Idx TO KT-Found
                     END-IF
              END-PERFORM.
              IF KT-Found = 0 THEN
                     MOVE "N" TO Pkg-Ok
                     MOVE "NOT A DISTRIBUTED TABLE" TO Pkg-Reason
                     GO TO 120-Open-Package-End
              END-IF.
              MOVE kt-reclen(KT-Found) TO Pkg-Reclen.
              IF Hdr-Tok-3 = SPACE OR TRIM(Hdr-Tok-3) IS NOT NUMERIC
              OR Hdr-Tok-3(9:) NOT = SPACE THEN
                     MOVE "N" TO Pkg-Ok
                     MOVE "VERSION NOT NUMERIC" TO Pkg-Reason
                     GO TO 120-Open-Package-End
              END-IF.
              MOVE NUMVAL(TRIM(Hdr-Tok-3)) TO Pkg-Version.
              IF Hdr-Tok-4(9:) NOT = SPACE
              OR Hdr-Tok-4(1:8) IS NOT NUMERIC THEN
                     MOVE "N" TO Pkg-Ok
                     MOVE "EFFECTIVE DATE NOT YYYYMMDD" TO Pkg-Reason
                     GO TO 120-Open-Package-End
              END-IF.
              MOVE Hdr-Tok-4(1:8) TO Pkg-Effect.
              IF TEST-DATE-YYYYMMDD(Pkg-Effect) NOT = 0 THEN
                     MOVE "N" TO Pkg-Ok
                     MOVE "EFFECTIVE DATE NOT VALID" TO Pkg-Reason
                     GO TO 120-Open-Package-End
              END-IF.
      *> 版は戻さない (戻すときは拠点で ROLLBACK する)
              MOVE 0 TO High-Version.
              PERFORM VARYING VT-Idx FROM 1 BY 1 UNTIL VT-Idx > VT-Count
                     IF vt-name(VT-Idx) = Pkg-Table
                     AND vt-version(VT-Idx) > High-Version THEN
                            MOVE vt-version(VT-Idx) TO High-Version
                     END-IF
              END-PERFORM.
              IF Pkg-Version <= High-Version THEN
                     MOVE "N" TO Pkg-Ok
                     MOVE High-Version TO Ver-Z
                     STRING "VERSION NOT AFTER " DELIMITED BY SIZE
                            TRIM(Ver-Z) DELIMITED BY SIZE
                            INTO Pkg-Reason
                     END-STRING
                     GO TO 120-Open-Package-End
              END-IF.
              MOVE Pkg-Table TO Tbl-Path.
              MOVE Pkg-Version TO Path-Version.
              PERFORM 900-Version-Path.
              MOVE Tbl-Path TO Pkg-Path.
              OPEN OUTPUT PKG-OUT.
              IF Pkg-Out-Status NOT = "00" THEN
                     MOVE "N" TO Pkg-Ok
                     MOVE "CANNOT WRITE VERSION FILE" TO Pkg-Reason
                     GO TO 120-Open-Package-End
              END-IF.
              MOVE "Y" TO Pkg-Open.
       120-Open-Package-End.
              EXIT.

       130-Package-Data.
              ADD 1 TO Pkg-Lines.
              IF Pkg-Ok = "Y" THEN
                     PERFORM 135-Write-Package-Line
              END-IF.

       135-Write-Package-Line.
              IF MASTER-PACKAGE-RECORD(Pkg-Reclen + 1:) NOT = SPACE
              THEN
                     MOVE "N" TO Pkg-Ok
                     MOVE Pkg-Lines TO Cnt-Z
                     STRING "LINE " DELIMITED BY SIZE
                            TRIM(Cnt-Z) DELIMITED BY SIZE
                            " LONGER THAN THE TABLE ALLOWS"
                                   DELIMITED BY SIZE
                            INTO Pkg-Reason
                     END-STRING
              ELSE
                     MOVE MASTER-PACKAGE-RECORD TO PKG-OUT-RECORD
                     WRITE PKG-OUT-RECORD
              END-IF.

      *> TRAILER count。表の行数と一致しなければパッケージごと拒否
       140-Check-Trailer.
              IF In-Package NOT = "Y" THEN
                     DISPLAY "WARNING: TRAILER OUTSIDE A PACKAGE: "
                            TRIM(MASTER-PACKAGE-RECORD)
                     GO TO 140-Check-Trailer-End
              END-IF.
              MOVE SPACE TO Hdr-Tok-1 Hdr-Tok-2.
              UNSTRING MASTER-PACKAGE-RECORD DELIMITED BY ALL " "
                     INTO Hdr-Tok-1 Hdr-Tok-2.
              IF Pkg-Ok = "Y" THEN
                     IF Hdr-Tok-2 = SPACE
                     OR TRIM(Hdr-Tok-2) IS NOT NUMERIC
                     OR Hdr-Tok-2(7:) NOT = SPACE THEN
                            MOVE "N" TO Pkg-Ok
                            MOVE "TRAILER COUNT NOT NUMERIC"
                                   TO Pkg-Reason
                     ELSE
                            MOVE NUMVAL(TRIM(Hdr-Tok-2))
                                   TO Pkg-Trailer
                            IF Pkg-Trailer NOT = Pkg-Lines THEN
                                   MOVE "N" TO Pkg-Ok
                                   MOVE Pkg-Lines TO Cnt-Z
                                   STRING "TRAILER MISMATCH, "
                                              DELIMITED BY SIZE
                                          TRIM(Cnt-Z)
                                              DELIMITED BY SIZE
                                          " LINE(S) RECEIVED"
                                              DELIMITED BY SIZE
                                          INTO Pkg-Reason
                                   END-STRING
                            END-IF
                     END-IF
              END-IF.
              IF Pkg-Ok = "Y" AND Pkg-Lines = 0 THEN
                     MOVE "N" TO Pkg-Ok
                     MOVE "PACKAGE HAS NO TABLE LINES" TO Pkg-Reason
              END-IF.
              PERFORM 150-Close-Package.
       140-Check-Trailer-End.
              EXIT.

       150-Close-Package.
              MOVE "N" TO In-Package.
              IF Pkg-Open = "Y" THEN
                     CLOSE PKG-OUT
                     MOVE "N" TO Pkg-Open
              END-IF.
              MOVE Pkg-Table TO Ack-Table.
              MOVE Pkg-Version TO Ack-Version.
              MOVE Pkg-Effect TO Ack-Effect.
      *> 版の表 (1000 件) に空きがなければ受け付けない
              IF Pkg-Ok = "Y" AND VT-Count >= 1000 THEN
                     DISPLAY "ERROR: MASTER-VERSIONS IS FULL AT 1000"
                            " RECORDS"
                     MOVE "N" TO Pkg-Ok
                     MOVE "MASTER-VERSIONS TABLE FULL" TO Pkg-Reason
              END-IF.
              IF Pkg-Ok NOT = "Y" THEN
                     PERFORM 160-Reject-Package
              ELSE
                     ADD 1 TO VT-Count
                     MOVE Pkg-Table TO vt-name(VT-Count)
                     MOVE Pkg-Version TO vt-version(VT-Count)
                     MOVE Pkg-Effect TO vt-effective(VT-Count)
                     MOVE "PENDING" TO vt-state(VT-Count)
                     MOVE Today-Date TO vt-received(VT-Count)
                     MOVE 0 TO vt-installed(VT-Count)
                     MOVE Pkg-Lines TO vt-records(VT-Count)
                     MOVE "Y" TO VT-Changed
                     ADD 1 TO Accept-Count
                     MOVE Pkg-Version TO Ver-Z
                     MOVE Pkg-Lines TO Cnt-Z
                     DISPLAY "ACCEPTED " TRIM(Pkg-Table) " VERSION "
                            TRIM(Ver-Z) " EFFECTIVE " Pkg-Effect
                            ", " TRIM(Cnt-Z) " LINE(S)"
                     MOVE "RECEIVED" TO Ack-Event
                     MOVE SPACE TO Ack-Reason
                     PERFORM 950-Write-Ack
              END-IF.

       160-Reject-Package.
              ADD 1 TO Reject-Count.
              IF Pkg-Path NOT = SPACE THEN
                     MOVE SPACE TO Sys-Command
                     STRING "rm -f " DELIMITED BY SIZE
                            TRIM(Pkg-Path) DELIMITED BY SIZE
                            INTO Sys-Command
                     END-STRING
                     CALL "SYSTEM" USING TRIM(Sys-Command)
                     MOVE 0 TO RETURN-CODE
              END-IF.
              MOVE Pkg-Version TO Ver-Z.
              DISPLAY "REJECTED " TRIM(Pkg-Table) " VERSION "
                     TRIM(Ver-Z) ": " TRIM(Pkg-Reason).
              MOVE "MDL-001" TO Err-Code.
              MOVE "W" TO Err-Severity.
              MOVE SPACE TO Err-Text.
              STRING "PACKAGE REJECTED: " DELIMITED BY SIZE
                     TRIM(Pkg-Reason) DELIMITED BY SIZE
                     INTO Err-Text
              END-STRING.
              MOVE SPACE TO Err-Input.
              STRING TRIM(Pkg-Table) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     TRIM(Ver-Z) DELIMITED BY SIZE
                     INTO Err-Input
              END-STRING.
              PERFORM Write-Error-Log.
              MOVE "MDL-REJ" TO Alert-Code.
              MOVE SPACE TO Alert-Text.
              STRING TRIM(Pkg-Table) DELIMITED BY SIZE
                     " PACKAGE " DELIMITED BY SIZE
                     TRIM(Ver-Z) DELIMITED BY SIZE
                     " REJECTED" DELIMITED BY SIZE
                     INTO Alert-Text
              END-STRING.
              PERFORM Write-Alert-Queue.
              MOVE "REJECTED" TO Ack-Event.
              MOVE Pkg-Reason TO Ack-Reason.
              PERFORM 950-Write-Ack.

      *> INSTALL。表ごとに発効日が来た PENDING の最新版を据え付ける。
      *> それより古い PENDING は SUPERSED にする。据え付け前の表は
      *> <table>.PREV に残す
       500-Install-Due.
              PERFORM VARYING KT-Idx FROM 1 BY 1 UNTIL KT-Idx > KT-Count
                     MOVE 0 TO VT-New VT-Old
                     PERFORM VARYING VT-Idx FROM 1 BY 1
                     UNTIL VT-Idx > VT-Count
                            PERFORM 510-Pick-Due
                     END-PERFORM
                     IF VT-New > 0 THEN
                            PERFORM 520-Install-Version
                                   THRU 520-Install-Version-End
                     END-IF
              END-PERFORM.

       510-Pick-Due.
              IF vt-name(VT-Idx) = kt-name(KT-Idx) THEN
                     PERFORM 515-Pick-Table-Version
              END-IF.

       515-Pick-Table-Version.
              IF vt-state(VT-Idx) = "ACTIVE" THEN
                     MOVE VT-Idx TO VT-Old
              END-IF.
              IF vt-state(VT-Idx) = "PENDING"
              AND vt-effective(VT-Idx) <= Today-Date THEN
                     IF VT-New = 0 THEN
                            MOVE VT-Idx TO VT-New
                     ELSE
                            IF vt-version(VT-Idx) > vt-version(VT-New)
                            THEN
                                   MOVE "SUPERSED" TO vt-state(VT-New)
                                   MOVE VT-Idx TO VT-New
                            ELSE
                                   MOVE "SUPERSED" TO vt-state(VT-Idx)
                            END-IF
                     END-IF
                     MOVE "Y" TO VT-Changed
              END-IF.

       520-Install-Version.
              MOVE vt-name(VT-New) TO Tbl-Path.
              MOVE vt-version(VT-New) TO Path-Version.
              PERFORM 900-Version-Path.
              PERFORM 910-Count-Table THRU 910-Count-Table-End.
              IF Tbl-Found NOT = "Y"
              OR Tbl-Count NOT = vt-records(VT-New) THEN
                     PERFORM 530-Install-Failed
                     GO TO 520-Install-Version-End
              END-IF.
              MOVE SPACE TO Sys-Command.
              STRING "if [ -f " DELIMITED BY SIZE
                     TRIM(vt-name(VT-New)) DELIMITED BY SIZE
                     " ]; then cp " DELIMITED BY SIZE
                     TRIM(vt-name(VT-New)) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     TRIM(vt-name(VT-New)) DELIMITED BY SIZE
                     ".PREV; fi" DELIMITED BY SIZE
                     INTO Sys-Command
              END-STRING.
              CALL "SYSTEM" USING TRIM(Sys-Command).
              MOVE 0 TO RETURN-CODE.
              MOVE SPACE TO Sys-Command.
              STRING "cp " DELIMITED BY SIZE
                     TRIM(Tbl-Path) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     TRIM(vt-name(VT-New)) DELIMITED BY SIZE
                     INTO Sys-Command
              END-STRING.
              CALL "SYSTEM" USING TRIM(Sys-Command).
              MOVE 0 TO RETURN-CODE.
      *> 据え付けた表を数え直して、パッケージの件数と照合する
              MOVE vt-name(VT-New) TO Tbl-Path.
              PERFORM 910-Count-Table THRU 910-Count-Table-End.
              IF Tbl-Found NOT = "Y"
              OR Tbl-Count NOT = vt-records(VT-New) THEN
                     PERFORM 530-Install-Failed
                     MOVE SPACE TO Sys-Command
                     STRING "if [ -f " DELIMITED BY SIZE
                            TRIM(vt-name(VT-New)) DELIMITED BY SIZE
                            ".PREV ]; then cp " DELIMITED BY SIZE
                            TRIM(vt-name(VT-New)) DELIMITED BY SIZE
                            ".PREV " DELIMITED BY SIZE
                            TRIM(vt-name(VT-New)) DELIMITED BY SIZE
                            "; fi" DELIMITED BY SIZE
                            INTO Sys-Command
                     END-STRING
                     CALL "SYSTEM" USING TRIM(Sys-Command)
                     MOVE 1 TO RETURN-CODE
                     GO TO 520-Install-Version-End
              END-IF.
              IF VT-Old > 0 THEN
                     MOVE "RETIRED" TO vt-state(VT-Old)
              END-IF.
              MOVE "ACTIVE" TO vt-state(VT-New).
              MOVE Today-Date TO vt-installed(VT-New).
              MOVE "Y" TO VT-Changed.
              ADD 1 TO Install-Count.
              MOVE vt-version(VT-New) TO Ver-Z.
              DISPLAY "INSTALLED " TRIM(vt-name(VT-New)) " VERSION "
                     TRIM(Ver-Z) " EFFECTIVE "
                     vt-effective(VT-New).
              MOVE vt-name(VT-New) TO Ack-Table.
              MOVE vt-version(VT-New) TO Ack-Version.
              MOVE vt-effective(VT-New) TO Ack-Effect.
              MOVE "INSTALL" TO Ack-Event.
              MOVE SPACE TO Ack-Reason.
              PERFORM 950-Write-Ack.
       520-Install-Version-End.
              EXIT.

       530-Install-Failed.
              MOVE vt-version(VT-New) TO Ver-Z.
              DISPLAY "ERROR: " TRIM(vt-name(VT-New)) " VERSION "
                     TRIM(Ver-Z) " NOT INSTALLED, LINE COUNT DOES"
                     " NOT MATCH THE PACKAGE".
              MOVE "MDL-003" TO Err-Code.
              MOVE "E" TO Err-Severity.
              MOVE "INSTALLED TABLE DOES NOT MATCH PACKAGE COUNT"
                     TO Err-Text.
              MOVE SPACE TO Err-Input.
              STRING TRIM(vt-name(VT-New)) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     TRIM(Ver-Z) DELIMITED BY SIZE
                     INTO Err-Input
              END-STRING.
              PERFORM Write-Error-Log.
              MOVE 1 TO RETURN-CODE.

      *> ROLLBACK table。稼働中の版を ROLLEDBK にして、その前の版
      *> (RETIRED の最新) を据え直す。本部の版がまだ無い表は
      *> <table>.PREV (拠点の元の表) に戻す
       600-Rollback-Table.
              MOVE Cmd-Tok-2 TO Pkg-Table.
              MOVE 0 TO VT-Old VT-New.
              PERFORM VARYING VT-Idx FROM 1 BY 1 UNTIL VT-Idx > VT-Count
                     IF vt-name(VT-Idx) = Pkg-Table THEN
                            IF vt-state(VT-Idx) = "ACTIVE" THEN
                                   MOVE VT-Idx TO VT-Old
                            END-IF
                            IF vt-state(VT-Idx) = "RETIRED" THEN
                                   IF VT-New = 0 THEN
                                          MOVE VT-Idx TO VT-New
                                   ELSE
                                     IF vt-version(VT-Idx)
                                        > vt-version(VT-New) THEN
                                          MOVE VT-Idx TO VT-New
                                     END-IF
                                   END-IF
                            END-IF
                     END-IF
              END-PERFORM.
              IF VT-Old = 0 THEN
                     DISPLAY "ERROR: NO INSTALLED VERSION OF "
                            TRIM(Pkg-Table) " TO ROLL BACK"
                     MOVE 1 TO RETURN-CODE
                     GO TO 600-Rollback-Table-End
              END-IF.
              IF VT-New > 0 THEN
                     MOVE vt-name(VT-New) TO Tbl-Path
                     MOVE vt-version(VT-New) TO Path-Version
                     PERFORM 900-Version-Path
                     MOVE vt-version(VT-New) TO Ack-Version
                     MOVE vt-records(VT-New) TO Pkg-Lines
              ELSE
                     MOVE SPACE TO Tbl-Path
                     STRING TRIM(Pkg-Table) DELIMITED BY SIZE
                            ".PREV" DELIMITED BY SIZE
                            INTO Tbl-Path
                     END-STRING
                     MOVE 0 TO Ack-Version
              END-IF.
              PERFORM 910-Count-Table THRU 910-Count-Table-End.
              IF Tbl-Found NOT = "Y"
              OR (VT-New > 0 AND Tbl-Count NOT = Pkg-Lines) THEN
                     DISPLAY "ERROR: NO EARLIER VERSION OF "
                            TRIM(Pkg-Table) " KEPT, ROLLBACK REFUSED"
                     MOVE "MDL-004" TO Err-Code
                     MOVE "E" TO Err-Severity
                     MOVE "ROLLBACK REFUSED, NO EARLIER VERSION KEPT"
                            TO Err-Text
                     MOVE Pkg-Table TO Err-Input
                     PERFORM Write-Error-Log
                     MOVE 1 TO RETURN-CODE
                     GO TO 600-Rollback-Table-End
              END-IF.
              MOVE SPACE TO Sys-Command.
              STRING "cp " DELIMITED BY SIZE
                     TRIM(Tbl-Path) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     TRIM(Pkg-Table) DELIMITED BY SIZE
                     INTO Sys-Command
              END-STRING.
              CALL "SYSTEM" USING TRIM(Sys-Command).
              MOVE 0 TO RETURN-CODE.
              MOVE "ROLLEDBK" TO vt-state(VT-Old).
              MOVE "Y" TO VT-Changed.
              MOVE vt-version(VT-Old) TO Ver-Z.
              MOVE "ROLLBACK" TO Audit-Field.
              MOVE SPACE TO Audit-Before Audit-After.
              STRING TRIM(Pkg-Table) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     TRIM(Ver-Z) DELIMITED BY SIZE
                     INTO Audit-Before
              END-STRING.
              IF VT-New > 0 THEN
                     MOVE "ACTIVE" TO vt-state(VT-New)
                     MOVE Today-Date TO vt-installed(VT-New)
                     MOVE vt-effective(VT-New) TO Ack-Effect
                     MOVE vt-version(VT-New) TO Ver-Z
                     STRING TRIM(Pkg-Table) DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            TRIM(Ver-Z) DELIMITED BY SIZE
                            INTO Audit-After
                     END-STRING
                     DISPLAY "ROLLED BACK " TRIM(Pkg-Table)
                            " TO VERSION " TRIM(Ver-Z)
                     MOVE SPACE TO Ack-Reason
              ELSE
                     MOVE 0 TO Ack-Effect
                     STRING TRIM(Pkg-Table) DELIMITED BY SIZE
                            " LOCAL" DELIMITED BY SIZE
                            INTO Audit-After
                     END-STRING
                     DISPLAY "ROLLED BACK " TRIM(Pkg-Table)
                            " TO THE SITE'S OWN COPY"
                     MOVE "SITE COPY RESTORED" TO Ack-Reason
              END-IF.
              PERFORM Write-Activity-Audit.
              MOVE Pkg-Table TO Ack-Table.
              MOVE "ROLLBACK" TO Ack-Event.
              PERFORM 950-Write-Ack.
       600-Rollback-Table-End.
              EXIT.

      *> STATUS。この拠点の表ごとの版の一覧
       700-Print-Status.
              MOVE "MASTER DATA VERSIONS AT THIS SITE" TO Rpt-Title.
              PERFORM Begin-Report.
              MOVE "TABLE" TO Rpt-Line(1:5).
              MOVE " VERSION EFFECTIVE" TO Rpt-Line(18:18).
              MOVE "STATE    RECEIVED  INSTALLED" TO Rpt-Line(37:28).
              MOVE "LINES" TO Rpt-Line(66:5).
              PERFORM Write-Report-Line.
              PERFORM VARYING KT-Idx FROM 1 BY 1 UNTIL KT-Idx > KT-Count
                     PERFORM VARYING VT-Idx FROM 1 BY 1
                     UNTIL VT-Idx > VT-Count
                            IF vt-name(VT-Idx) = kt-name(KT-Idx) THEN
                                   PERFORM 710-Status-Line
                            END-IF
                     END-PERFORM
              END-PERFORM.
              PERFORM End-Report.

       710-Status-Line.
              MOVE vt-version(VT-Idx) TO Ver-Z.
              MOVE vt-records(VT-Idx) TO Cnt-Z.
              MOVE SPACE TO Rpt-Line.
              MOVE vt-name(VT-Idx) TO Rpt-Line(1:16).
              MOVE Ver-Z TO Rpt-Line(18:8).
              MOVE vt-effective(VT-Idx) TO Rpt-Line(27:8).
              MOVE vt-state(VT-Idx) TO Rpt-Line(37:8).
              MOVE vt-received(VT-Idx) TO Rpt-Line(46:8).
              IF vt-installed(VT-Idx) > 0 THEN
                     MOVE vt-installed(VT-Idx) TO Rpt-Line(56:8)
              END-IF.
              MOVE Cnt-Z TO Rpt-Line(65:6).
              PERFORM Write-Report-Line.

      *> SITES (本部)。各拠点から届いた受領通知を集めて、拠点ごと
      *> 表ごとの稼働版と最後に受けた版を一覧し、最新版より遅れて
      *> いる拠点に印を付ける
       800-Site-Versions.
              OPEN INPUT MASTER-ACK-IN.
              IF Ack-In-Status NOT = "00" THEN
                     IF Ack-In-Status = "05" THEN
                            CLOSE MASTER-ACK-IN
                     END-IF
                     DISPLAY "MASTER-ACK-IN IS EMPTY OR ABSENT,"
                            " NO SITE VERSIONS TO REPORT"
                     GO TO 800-Site-Versions-End
              END-IF.
              PERFORM VARYING KT-Idx FROM 1 BY 1 UNTIL KT-Idx > KT-Count
                     MOVE 0 TO lt-version(KT-Idx)
              END-PERFORM.
       810-Read-Ack.
              READ MASTER-ACK-IN
                     AT END
                         CLOSE MASTER-ACK-IN
                         GO TO 820-Print-Sites
              END-READ.
              IF MASTER-ACK-IN-RECORD = SPACE
              OR MI-VERSION IS NOT NUMERIC THEN
                     GO TO 810-Read-Ack
              END-IF.
              MOVE 0 TO SV-Found.
              PERFORM VARYING SV-Idx FROM 1 BY 1 UNTIL SV-Idx > SV-Count
                     IF sv-site(SV-Idx) = MI-SITE
                     AND sv-name(SV-Idx) = MI-TABLE THEN
                            MOVE SV-Idx TO SV-Found
                     END-IF
              END-PERFORM.
              IF SV-Found = 0 THEN
                     IF SV-Count >= 500 THEN
                            GO TO 810-Read-Ack
                     END-IF
                     ADD 1 TO SV-Count
                     MOVE SV-Count TO SV-Found
                     MOVE MI-SITE TO sv-site(SV-Found)
                     MOVE MI-TABLE TO sv-name(SV-Found)
                     MOVE 0 TO sv-current(SV-Found) sv-since(SV-Found)
                            sv-last(SV-Found)
                     MOVE SPACE TO sv-last-ev(SV-Found)
                            sv-last-rsn(SV-Found)
              END-IF.
              IF MI-EVENT = "INSTALL" OR MI-EVENT = "ROLLBACK" THEN
                     MOVE MI-VERSION TO sv-current(SV-Found)
                     MOVE MI-DATE TO sv-since(SV-Found)
              ELSE
                     MOVE MI-VERSION TO sv-last(SV-Found)
                     MOVE MI-EVENT TO sv-last-ev(SV-Found)
                     MOVE MI-REASON TO sv-last-rsn(SV-Found)
              END-IF.
              GO TO 810-Read-Ack.
       820-Print-Sites.
              PERFORM VARYING SV-Idx FROM 1 BY 1 UNTIL SV-Idx > SV-Count
                     PERFORM VARYING KT-Idx FROM 1 BY 1
                     UNTIL KT-Idx > KT-Count
                            IF kt-name(KT-Idx) = sv-name(SV-Idx)
                            AND sv-current(SV-Idx) > lt-version(KT-Idx)
                            THEN
                                   MOVE sv-current(SV-Idx)
                                          TO lt-version(KT-Idx)
                            END-IF
                     END-PERFORM
              END-PERFORM.
              MOVE "MASTER DATA VERSIONS BY SITE" TO Rpt-Title.
              PERFORM Begin-Report.
              MOVE "SITE TABLE" TO Rpt-Line(1:10).
              MOVE " RUNNING    SINCE LAST-PKG EVENT    NOTE"
                     TO Rpt-Line(23:40).
              PERFORM Write-Report-Line.
              PERFORM VARYING KT-Idx FROM 1 BY 1 UNTIL KT-Idx > KT-Count
                     PERFORM VARYING SV-Idx FROM 1 BY 1
                     UNTIL SV-Idx > SV-Count
                            IF sv-name(SV-Idx) = kt-name(KT-Idx) THEN
                                   PERFORM 830-Site-Line
                            END-IF
                     END-PERFORM
              END-PERFORM.
              MOVE SPACE TO Rpt-Line.
              PERFORM Write-Report-Line.
              MOVE Behind-Count TO Edit-Z.
              STRING TRIM(Edit-Z) DELIMITED BY SIZE
                     " SITE TABLE(S) BEHIND THE LATEST INSTALLED"
                            DELIMITED BY SIZE
                     " VERSION" DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              PERFORM End-Report.
       800-Site-Versions-End.
              EXIT.

       830-Site-Line.
              MOVE SPACE TO Rpt-Line.
              MOVE sv-site(SV-Idx) TO Rpt-Line(1:4).
              MOVE sv-name(SV-Idx) TO Rpt-Line(6:16).
              IF sv-current(SV-Idx) > 0 THEN
                     MOVE sv-current(SV-Idx) TO Ver-Z
                     MOVE Ver-Z TO Rpt-Line(23:8)
                     MOVE sv-since(SV-Idx) TO Rpt-Line(32:8)
              ELSE
                     MOVE "   LOCAL" TO Rpt-Line(23:8)
              END-IF.
              IF sv-last-ev(SV-Idx) NOT = SPACE THEN
                     MOVE sv-last(SV-Idx) TO Ver-Z
                     MOVE Ver-Z TO Rpt-Line(41:8)
                     MOVE sv-last-ev(SV-Idx) TO Rpt-Line(50:8)
              END-IF.
              IF sv-last-ev(SV-Idx) = "REJECTED" THEN
                     MOVE sv-last-rsn(SV-Idx) TO Rpt-Line(59:30)
              ELSE
                     IF sv-current(SV-Idx) < lt-version(KT-Idx) THEN
                            MOVE "BEHIND" TO Rpt-Line(59:6)
                            ADD 1 TO Behind-Count
                     END-IF
              END-IF.
              PERFORM Write-Report-Line.

      *> Tbl-Path (表名) と Path-Version を取り置きファイル名
      *> <table>.V<version> にする
       900-Version-Path.
              MOVE SPACE TO Ver-Path.
              STRING TRIM(Tbl-Path) DELIMITED BY SIZE
                     ".V" DELIMITED BY SIZE
                     Path-Version DELIMITED BY SIZE
                     INTO Ver-Path
              END-STRING.
              MOVE Ver-Path TO Tbl-Path.

      *> Tbl-Path の行数を数える (無ければ Tbl-Found = N)
       910-Count-Table.
              MOVE 0 TO Tbl-Count.
              MOVE "N" TO Tbl-Found.
              OPEN INPUT TABLE-IN.
              IF Tbl-In-Status NOT = "00" THEN
                     GO TO 910-Count-Table-End
              END-IF.
              MOVE "Y" TO Tbl-Found.
       911-Count-Line.
              READ TABLE-IN
                     AT END
                         CLOSE TABLE-IN
                         GO TO 910-Count-Table-End
              END-READ.
              IF TABLE-IN-RECORD NOT = SPACE THEN
                     ADD 1 TO Tbl-Count
              END-IF.
              GO TO 911-Count-Line.
       910-Count-Table-End.
              EXIT.

       950-Write-Ack.
              ACCEPT Now-Time FROM TIME.
              OPEN EXTEND MASTER-DATA-ACK.
              IF Ack-Status = "00" OR Ack-Status = "05" THEN
                     MOVE SPACE TO MASTER-DATA-ACK-RECORD
                     MOVE Site-Code TO MA-SITE
                     MOVE Ack-Table TO MA-TABLE
                     MOVE Ack-Version TO MA-VERSION
                     MOVE Ack-Effect TO MA-EFFECTIVE
                     MOVE Ack-Event TO MA-EVENT
                     MOVE Today-Date TO MA-DATE
                     MOVE Now-Time(1:6) TO MA-TIME
                     MOVE Ack-Reason TO MA-REASON
                     WRITE MASTER-DATA-ACK-RECORD
                     CLOSE MASTER-DATA-ACK
              ELSE
                     DISPLAY "WARNING: MASTER-DATA-ACK NOT UPDATED,"
                            " STATUS " Ack-Status
              END-IF.

       COPY RUNHISTPD.
       COPY ERRLOGPD.
       COPY ALERTQPD.
       COPY SIGNONPD.
       COPY ROLESPD.
       COPY REPORTPD.
       END PROGRAM MAIN.
