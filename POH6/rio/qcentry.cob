       *> 記録され、replay が同じ状態を再現する。SYSIN コマンド:
       *>   RESULT <ticket-no> <measured-value>
       *>   RELEASE <tank-id>          (監督者の保留解除)
       *>   REPRINT <cert-no>          (分析証明書の再発行)
       *> 合格した票には番号付きの分析証明書 (RIO-CERTIFICATES) を
       *> 出し、RIO-COA-REGISTER に控える。タンクが保留中なら出さず、
       *> 保留解除のときにそのタンクの合格済み未発行分をまとめて出す。
       *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RioQc.
                     ASSIGN TO "RIO-JOURNAL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Journal-Status.
              SELECT OPTIONAL RIO-CERTIFICATES
                     ASSIGN TO "RIO-CERTIFICATES"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Cert-Status.
              SELECT OPTIONAL RIO-COA-REGISTER
                     ASSIGN TO "RIO-COA-REGISTER"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Cert-Reg-Status.
       COPY CONFIGSL.
       COPY SIGNONSL.
       COPY ROLESSL.
       COPY SEALSL.
       COPY ENQSL.
       DATA DIVISION.
       FILE SECTION.
       FD  QC-TICKETS.
                     05 QT-STATUS PIC X(4).
                     05 FILLER    PIC X.
                     05 QT-VALUE  PIC 9(3)V9(2).
                     05 FILLER    PIC X.
      *> ブレンドのロット番号。ロット導入前の票では空白
                     05 QT-LOT    PIC X(6).
       FD  TANK-STATE.
              01 TANK-STATE-RECORD.
                     05 TSR-K PIC 9(2).
                     05 RJ-S    PIC 9(3).
                     05 FILLER  PIC X.
                     05 RJ-AMT  PIC 9(4)V9(2).
       FD  RIO-CERTIFICATES.
              01 RIO-CERTIFICATE-RECORD PIC X(80).
      *> 発行した証明書の控え。再発行は控えの内容で作り直す
       FD  RIO-COA-REGISTER.
              01 RIO-COA-REGISTER-RECORD.
                     05 CR-NO     PIC 9(6).
                     05 FILLER    PIC X.
                     05 CR-TICKET PIC 9(6).
                     05 FILLER    PIC X.
                     05 CR-LOT    PIC X(6).
                     05 FILLER    PIC X.
                     05 CR-TANK   PIC 9(2).
                     05 FILLER    PIC X.
                     05 CR-BDATE  PIC 9(8).
                     05 FILLER    PIC X.
                     05 CR-BTIME  PIC 9(6).
                     05 FILLER    PIC X.
                     05 CR-MIN    PIC 9(3).
                     05 FILLER    PIC X.
                     05 CR-MAX    PIC 9(3).
                     05 FILLER    PIC X.
                     05 CR-VALUE  PIC 9(3)V9(2).
                     05 FILLER    PIC X.
                     05 CR-DEC    PIC 9(2).
                     05 FILLER    PIC X.
                     05 CR-OPER   PIC X(8).
                     05 FILLER    PIC X.
                     05 CR-IDATE  PIC 9(8).
                     05 FILLER    PIC X.
                     05 CR-ITIME  PIC 9(6).
                     05 FILLER    PIC X.
                     05 CR-PRINTS PIC 9(3).
       COPY CONFIGFD.
       COPY SIGNONFD.
       COPY ROLESFD.
       COPY SEALFD.
       COPY ENQFD.
       WORKING-STORAGE SECTION.
       COPY CONFIGWS.
       COPY SIGNONWS.
       COPY ROLESWS.
       COPY SEALWS.
       COPY ENQWS.
       01 Qc-Tickets-Status PIC XX.
       01 Tank-State-Status PIC XX.
       01 Journal-Status PIC XX.
       01 Cert-Status PIC XX.
       01 Cert-Reg-Status PIC XX.
       01 Run-Id-Values.
              05 Run-Id      PIC X(14).
              05 Run-Stamp-D PIC 9(8).
                     10 qt-t-max    PIC 9(3).
                     10 qt-t-status PIC X(4).
                     10 qt-t-value  PIC 9(3)V9(2).
                     10 qt-t-lot    PIC X(6).
       01 Tank-Values.
              05 Tank-Count PIC 99 VALUE 0.
              05 Tank-Idx   PIC 99.
       01 Display-Values.
              05 qc-val-z  PIC ZZ9.99.
              05 Hold-Type PIC 9(2).
       01 Certificate-Values.
              05 Cert-Decimals PIC 9(2) VALUE 2.
              05 Cert-Next     PIC 9(6) VALUE 1.
              05 Cert-Dirty    PIC X VALUE "N".
              05 Cert-Reprint  PIC X.
              05 CR-Count PIC 9(4) VALUE 0.
              05 CR-Idx   PIC 9(4).
              05 CR-Found PIC 9(4).
              05 CR-Table OCCURS 2000 TIMES.
                     10 cr-t-no     PIC 9(6).
                     10 cr-t-ticket PIC 9(6).
                     10 cr-t-lot    PIC X(6).
                     10 cr-t-tank   PIC 9(2).
                     10 cr-t-bdate  PIC 9(8).
                     10 cr-t-btime  PIC 9(6).
                     10 cr-t-min    PIC 9(3).
                     10 cr-t-max    PIC 9(3).
                     10 cr-t-value  PIC 9(3)V9(2).
                     10 cr-t-dec    PIC 9(2).
                     10 cr-t-oper   PIC X(8).
                     10 cr-t-idate  PIC 9(8).
                     10 cr-t-itime  PIC 9(6).
                     10 cr-t-prints PIC 9(3).
      *> 値を RIO-DECIMALS の桁で切って出すための作業域
              05 ct-num        PIC 9(3)V9(20).
              05 ct-digits REDEFINES ct-num PIC X(23).
              05 ct-int        PIC 9(3).
              05 ct-int-z      PIC ZZ9.
              05 ct-text       PIC X(26).
              05 ct-min-text   PIC X(26).
              05 ct-max-text   PIC X(26).
              05 ct-no-z       PIC Z(5)9.
              05 ct-tank-z     PIC Z9.
              05 ct-issued     PIC 9(3).
       PROCEDURE DIVISION.
       MainRoutine SECTION.
       000-Main.
              MOVE "RIOQC" TO Audit-Program Config-Program.
              PERFORM Operator-Sign-On.
      *> ブレンドと同時に TANK-STATE と QC票を書き換えないよう占有する
              MOVE "RIOQC" TO Enq-Program.
              MOVE Operator-Id TO Enq-Holder.
              MOVE "TANK-STATE" TO Enq-Resource.
              MOVE "EXCL" TO Enq-Mode.
              PERFORM Acquire-Resource THRU Acquire-Resource-End.
              PERFORM 005-Stamp-Run-Id.
              PERFORM Load-Config-Master THRU Load-Config-Master-End.
              MOVE "RIO-DECIMALS" TO Config-Param-Name.
              MOVE "2" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              IF TRIM(Config-Param-Value) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO Cert-Decimals
                     IF Cert-Decimals > 20 THEN
                            MOVE 20 TO Cert-Decimals
                     END-IF
              END-IF.
              PERFORM 010-Load-Tickets THRU 012-Tickets-Loaded.
              PERFORM 015-Load-Tank-State
                     THRU 015-Load-Tank-State-End.
              PERFORM 400-Load-Register THRU 402-Register-Loaded.
       020-Read-Command.
              MOVE SPACE TO Cmd-Line.
              ACCEPT Cmd-Line.
                             THRU Check-Operator-Role-End
                      PERFORM 200-Release-Hold
                             THRU 200-Release-Hold-End
                  WHEN "REPRINT"
                      PERFORM 450-Reprint-Certificate
                             THRU 450-Reprint-Certificate-End
                  WHEN OTHER
                      DISPLAY "ERROR: UNKNOWN COMMAND "
                             TRIM(Cmd-Verb)
                      DISPLAY "COMMANDS: RESULT <TICKET> <VALUE> /"
                             " RELEASE <TANK> / REPRINT <CERT>"
                      MOVE 1 TO RETURN-CODE
              END-EVALUATE.
              GO TO 020-Read-Command.
              IF QT-Dirty = "Y" THEN
                     PERFORM 300-Rewrite-Tickets
              END-IF.
              IF Cert-Dirty = "Y" THEN
                     PERFORM 480-Rewrite-Register
              END-IF.
              PERFORM 310-Save-Tank-State.
              PERFORM Release-Resource.
              STOP RUN.

       010-Load-Tickets.
              IF QT-Count >= 500 THEN
                     DISPLAY "ERROR: QC-TICKETS EXCEEDS 500"
                            " RECORDS, ARCHIVE DECIDED TICKETS"
                     PERFORM Release-All-Resources
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              MOVE QT-MAX TO qt-t-max(QT-Count).
              MOVE QT-STATUS TO qt-t-status(QT-Count).
              MOVE QT-VALUE TO qt-t-value(QT-Count).
              MOVE QT-LOT TO qt-t-lot(QT-Count).
              GO TO 011-Read-Ticket.
       012-Tickets-Loaded.
              EXIT.
                     DISPLAY "SEL-001 ERROR: TANK-STATE DOES NOT"
                            " MATCH ITS INTEGRITY SEAL, RUN THE"
                            " RECOVERY PATH (replay)"
                     PERFORM Release-All-Resources
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              MOVE "OPEN" TO Audit-Before.
              MOVE qt-t-status(QT-Found) TO Audit-After.
              PERFORM Write-Activity-Audit.
              IF qt-t-status(QT-Found) = "PASS" THEN
                     MOVE QT-Found TO QT-Idx
                     PERFORM 410-Issue-Certificate
                            THRU 410-Issue-Certificate-End
              END-IF.
       100-Enter-Result-End.
              EXIT.

              MOVE "RELEASED" TO Audit-After.
              PERFORM Write-Activity-Audit.
              DISPLAY "TANK " TRIM(Tank-Id-Z) " HOLD RELEASED".
      *> 保留中に合格した票の証明書をここで出す
              IF QT-Count > 0 THEN
                     PERFORM VARYING QT-Idx FROM 1 BY 1
                     UNTIL QT-Idx > QT-Count
                            IF qt-t-tank(QT-Idx) = Cmd-Tank
                            AND qt-t-status(QT-Idx) = "PASS" THEN
                                   PERFORM 410-Issue-Certificate
                                        THRU 410-Issue-Certificate-End
                            END-IF
                     END-PERFORM
              END-IF.
       200-Release-Hold-End.
              EXIT.

                            MOVE qt-t-max(QT-Idx) TO QT-MAX
                            MOVE qt-t-status(QT-Idx) TO QT-STATUS
                            MOVE qt-t-value(QT-Idx) TO QT-VALUE
                            MOVE qt-t-lot(QT-Idx) TO QT-LOT
                            WRITE QC-TICKETS-RECORD
                     END-PERFORM
              END-IF.
              END-IF.


      *> 証明書の控えを読み、次の証明書番号を決める
       400-Load-Register.
              OPEN INPUT RIO-COA-REGISTER.
              IF Cert-Reg-Status NOT = "00" THEN
                     IF Cert-Reg-Status = "05" THEN
                            CLOSE RIO-COA-REGISTER
                     END-IF
                     GO TO 402-Register-Loaded
              END-IF.
       401-Read-Register.
              READ RIO-COA-REGISTER
                     AT END
                         CLOSE RIO-COA-REGISTER
                         GO TO 402-Register-Loaded
              END-READ.
              IF CR-Count >= 2000 THEN
                     DISPLAY "ERROR: RIO-COA-REGISTER EXCEEDS 2000"
                            " CERTIFICATES, ARCHIVE THE REGISTER"
                     PERFORM Release-All-Resources
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              ADD 1 TO CR-Count.
              MOVE CR-NO TO cr-t-no(CR-Count).
              MOVE CR-TICKET TO cr-t-ticket(CR-Count).
              MOVE CR-LOT TO cr-t-lot(CR-Count).
              MOVE CR-TANK TO cr-t-tank(CR-Count).
              MOVE CR-BDATE TO cr-t-bdate(CR-Count).
              MOVE CR-BTIME TO cr-t-btime(CR-Count).
              MOVE CR-MIN TO cr-t-min(CR-Count).
              MOVE CR-MAX TO cr-t-max(CR-Count).
              MOVE CR-VALUE TO cr-t-value(CR-Count).
              MOVE CR-DEC TO cr-t-dec(CR-Count).
              MOVE CR-OPER TO cr-t-oper(CR-Count).
              MOVE CR-IDATE TO cr-t-idate(CR-Count).
              MOVE CR-ITIME TO cr-t-itime(CR-Count).
              MOVE CR-PRINTS TO cr-t-prints(CR-Count).
              IF CR-NO >= Cert-Next THEN
                     COMPUTE Cert-Next = CR-NO + 1
              END-IF.
              GO TO 401-Read-Register.
       402-Register-Loaded.
              EXIT.

      *> 合格した票 (QT-Idx) の証明書を発行する。発行済みの票と
      *> 保留中のタンクには出さない
       410-Issue-Certificate.
              MOVE 0 TO CR-Found.
              PERFORM VARYING CR-Idx FROM 1 BY 1
              UNTIL CR-Idx > CR-Count OR CR-Found > 0
                     IF cr-t-ticket(CR-Idx) = qt-t-no(QT-Idx) THEN
                            MOVE CR-Idx TO CR-Found
                     END-IF
              END-PERFORM.
              IF CR-Found > 0 THEN
                     GO TO 410-Issue-Certificate-End
              END-IF.
              MOVE qt-t-tank(QT-Idx) TO Cmd-Tank.
              PERFORM 160-Find-Tank.
              MOVE qt-t-tank(QT-Idx) TO ct-tank-z.
              IF Tank-Found > 0 THEN
                     IF tk-hold(Tank-Found) = "H" THEN
                            DISPLAY "CERTIFICATE DEFERRED, TANK "
                                   TRIM(ct-tank-z) " IS ON QC HOLD"
                            GO TO 410-Issue-Certificate-End
                     END-IF
              END-IF.
              IF CR-Count >= 2000 THEN
                     DISPLAY "ERROR: RIO-COA-REGISTER IS FULL,"
                            " CERTIFICATE NOT ISSUED"
                     MOVE 1 TO RETURN-CODE
                     GO TO 410-Issue-Certificate-End
              END-IF.
              ADD 1 TO CR-Count.
              MOVE CR-Count TO CR-Found.
              MOVE Cert-Next TO cr-t-no(CR-Found).
              ADD 1 TO Cert-Next.
              MOVE qt-t-no(QT-Idx) TO cr-t-ticket(CR-Found).
              MOVE qt-t-lot(QT-Idx) TO cr-t-lot(CR-Found).
              MOVE qt-t-tank(QT-Idx) TO cr-t-tank(CR-Found).
              MOVE qt-t-date(QT-Idx) TO cr-t-bdate(CR-Found).
              MOVE qt-t-time(QT-Idx) TO cr-t-btime(CR-Found).
              MOVE qt-t-min(QT-Idx) TO cr-t-min(CR-Found).
              MOVE qt-t-max(QT-Idx) TO cr-t-max(CR-Found).
              MOVE qt-t-value(QT-Idx) TO cr-t-value(CR-Found).
              MOVE Cert-Decimals TO cr-t-dec(CR-Found).
              MOVE Operator-Id TO cr-t-oper(CR-Found).
              MOVE Run-Stamp-D TO cr-t-idate(CR-Found).
              ACCEPT Run-Stamp-T FROM TIME.
              MOVE Run-Stamp-T(1:6) TO cr-t-itime(CR-Found).
              MOVE 1 TO cr-t-prints(CR-Found).
              MOVE "Y" TO Cert-Dirty.
              MOVE "N" TO Cert-Reprint.
              PERFORM 460-Write-Certificate.
              MOVE cr-t-no(CR-Found) TO ct-no-z.
              DISPLAY "CERTIFICATE " TRIM(ct-no-z) " ISSUED FOR"
                     " TICKET " qt-t-no(QT-Idx) " TANK "
                     TRIM(ct-tank-z).
              MOVE SPACE TO Audit-Field Audit-After.
              STRING "COA-" DELIMITED BY SIZE
                     cr-t-no(CR-Found) DELIMITED BY SIZE
                     INTO Audit-Field
              END-STRING.
              MOVE SPACE TO Audit-Before.
              STRING "ISSUED TICKET " DELIMITED BY SIZE
                     qt-t-no(QT-Idx) DELIMITED BY SIZE
                     INTO Audit-After
              END-STRING.
              PERFORM Write-Activity-Audit.
       410-Issue-Certificate-End.
              EXIT.

      *> 控えにある証明書を作り直す。タンクが保留中なら出さない
       450-Reprint-Certificate.
              IF TRIM(Cmd-No-Tok) IS NOT NUMERIC THEN
                     DISPLAY "ERROR: REPRINT NEEDS A CERTIFICATE"
                            " NUMBER"
                     MOVE 1 TO RETURN-CODE
                     GO TO 450-Reprint-Certificate-End
              END-IF.
              MOVE NUMVAL(TRIM(Cmd-No-Tok)) TO Cmd-No.
              MOVE 0 TO CR-Found.
              PERFORM VARYING CR-Idx FROM 1 BY 1
              UNTIL CR-Idx > CR-Count OR CR-Found > 0
                     IF cr-t-no(CR-Idx) = Cmd-No THEN
                            MOVE CR-Idx TO CR-Found
                     END-IF
              END-PERFORM.
              IF CR-Found = 0 THEN
                     DISPLAY "ERROR: CERTIFICATE " TRIM(Cmd-No-Tok)
                            " WAS NEVER ISSUED"
                     MOVE 1 TO RETURN-CODE
                     GO TO 450-Reprint-Certificate-End
              END-IF.
              MOVE cr-t-tank(CR-Found) TO Cmd-Tank.
              PERFORM 160-Find-Tank.
              MOVE cr-t-tank(CR-Found) TO ct-tank-z.
              IF Tank-Found > 0 THEN
                     IF tk-hold(Tank-Found) = "H" THEN
                            DISPLAY "ERROR: TANK " TRIM(ct-tank-z)
                                   " IS ON QC HOLD, CERTIFICATE NOT"
                                   " REPRINTED"
                            MOVE 1 TO RETURN-CODE
                            GO TO 450-Reprint-Certificate-End
                     END-IF
              END-IF.
              ADD 1 TO cr-t-prints(CR-Found).
              MOVE "Y" TO Cert-Dirty Cert-Reprint.
              PERFORM 460-Write-Certificate.
              MOVE cr-t-no(CR-Found) TO ct-no-z.
              DISPLAY "CERTIFICATE " TRIM(ct-no-z) " REPRINTED".
              MOVE SPACE TO Audit-Field Audit-After.
              STRING "COA-" DELIMITED BY SIZE
                     cr-t-no(CR-Found) DELIMITED BY SIZE
                     INTO Audit-Field
              END-STRING.
              MOVE "ISSUED" TO Audit-Before.
              MOVE "REPRINTED" TO Audit-After.
              PERFORM Write-Activity-Audit.
       450-Reprint-Certificate-End.
              EXIT.

      *> 証明書 (CR-Found の控え) を RIO-CERTIFICATES へ追記する
       460-Write-Certificate.
              OPEN EXTEND RIO-CERTIFICATES.
              MOVE ALL "=" TO RIO-CERTIFICATE-RECORD.
              WRITE RIO-CERTIFICATE-RECORD.
              MOVE SPACE TO RIO-CERTIFICATE-RECORD.
              STRING "CERTIFICATE OF ANALYSIS   NO. " DELIMITED BY SIZE
                     cr-t-no(CR-Found) DELIMITED BY SIZE
                     INTO RIO-CERTIFICATE-RECORD
              END-STRING.
              IF Cert-Reprint = "Y" THEN
                     MOVE "REPRINT" TO RIO-CERTIFICATE-RECORD(50:)
              END-IF.
              WRITE RIO-CERTIFICATE-RECORD.
              MOVE SPACE TO RIO-CERTIFICATE-RECORD.
              WRITE RIO-CERTIFICATE-RECORD.
              MOVE cr-t-tank(CR-Found) TO ct-tank-z.
              IF cr-t-lot(CR-Found) IS NUMERIC THEN
                     STRING "LOT            " DELIMITED BY SIZE
                            cr-t-lot(CR-Found) DELIMITED BY SIZE
                            INTO RIO-CERTIFICATE-RECORD
                     END-STRING
              ELSE
                     MOVE "LOT            NOT RECORDED"
                            TO RIO-CERTIFICATE-RECORD
              END-IF.
              WRITE RIO-CERTIFICATE-RECORD.
              MOVE SPACE TO RIO-CERTIFICATE-RECORD.
              STRING "TANK           " DELIMITED BY SIZE
                     TRIM(ct-tank-z) DELIMITED BY SIZE
                     INTO RIO-CERTIFICATE-RECORD
              END-STRING.
              WRITE RIO-CERTIFICATE-RECORD.
              MOVE SPACE TO RIO-CERTIFICATE-RECORD.
              STRING "BLEND TIME     " DELIMITED BY SIZE
                     cr-t-bdate(CR-Found) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     cr-t-btime(CR-Found) DELIMITED BY SIZE
                     INTO RIO-CERTIFICATE-RECORD
              END-STRING.
              WRITE RIO-CERTIFICATE-RECORD.
              MOVE SPACE TO RIO-CERTIFICATE-RECORD.
              STRING "QC TICKET      " DELIMITED BY SIZE
                     cr-t-ticket(CR-Found) DELIMITED BY SIZE
                     INTO RIO-CERTIFICATE-RECORD
              END-STRING.
              WRITE RIO-CERTIFICATE-RECORD.
              MOVE cr-t-min(CR-Found) TO ct-num.
              PERFORM 470-Format-Value.
              MOVE ct-text TO ct-min-text.
              MOVE cr-t-max(CR-Found) TO ct-num.
              PERFORM 470-Format-Value.
              MOVE ct-text TO ct-max-text.
              MOVE SPACE TO RIO-CERTIFICATE-RECORD.
              STRING "SPECIFICATION  MIN " DELIMITED BY SIZE
                     TRIM(ct-min-text) DELIMITED BY SIZE
                     "  MAX " DELIMITED BY SIZE
                     TRIM(ct-max-text) DELIMITED BY SIZE
                     INTO RIO-CERTIFICATE-RECORD
              END-STRING.
              WRITE RIO-CERTIFICATE-RECORD.
              MOVE cr-t-value(CR-Found) TO ct-num.
              PERFORM 470-Format-Value.
              MOVE SPACE TO RIO-CERTIFICATE-RECORD.
              STRING "MEASURED VALUE " DELIMITED BY SIZE
                     TRIM(ct-text) DELIMITED BY SIZE
                     "  RESULT PASS" DELIMITED BY SIZE
                     INTO RIO-CERTIFICATE-RECORD
              END-STRING.
              WRITE RIO-CERTIFICATE-RECORD.
              MOVE SPACE TO RIO-CERTIFICATE-RECORD.
              WRITE RIO-CERTIFICATE-RECORD.
              STRING "RELEASED BY    " DELIMITED BY SIZE
                     cr-t-oper(CR-Found) DELIMITED BY SIZE
                     "  ISSUED " DELIMITED BY SIZE
                     cr-t-idate(CR-Found) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     cr-t-itime(CR-Found) DELIMITED BY SIZE
                     INTO RIO-CERTIFICATE-RECORD
              END-STRING.
              WRITE RIO-CERTIFICATE-RECORD.
              MOVE ALL "=" TO RIO-CERTIFICATE-RECORD.
              WRITE RIO-CERTIFICATE-RECORD.
              CLOSE RIO-CERTIFICATES.

      *> ct-num を控えの桁数 (cr-t-dec) で切って ct-text にする
       470-Format-Value.
              MOVE ct-digits(1:3) TO ct-int.
              MOVE ct-int TO ct-int-z.
              MOVE SPACE TO ct-text.
              IF cr-t-dec(CR-Found) = 0 THEN
                     MOVE TRIM(ct-int-z) TO ct-text
              ELSE
                     STRING TRIM(ct-int-z) DELIMITED BY SIZE
                            "." DELIMITED BY SIZE
                            ct-digits(4:cr-t-dec(CR-Found))
                            DELIMITED BY SIZE
                            INTO ct-text
                     END-STRING
              END-IF.

       480-Rewrite-Register.
              OPEN OUTPUT RIO-COA-REGISTER.
              PERFORM VARYING CR-Idx FROM 1 BY 1
              UNTIL CR-Idx > CR-Count
                     MOVE SPACE TO RIO-COA-REGISTER-RECORD
                     MOVE cr-t-no(CR-Idx) TO CR-NO
                     MOVE cr-t-ticket(CR-Idx) TO CR-TICKET
                     MOVE cr-t-lot(CR-Idx) TO CR-LOT
                     MOVE cr-t-tank(CR-Idx) TO CR-TANK
                     MOVE cr-t-bdate(CR-Idx) TO CR-BDATE
                     MOVE cr-t-btime(CR-Idx) TO CR-BTIME
                     MOVE cr-t-min(CR-Idx) TO CR-MIN
                     MOVE cr-t-max(CR-Idx) TO CR-MAX
                     MOVE cr-t-value(CR-Idx) TO CR-VALUE
                     MOVE cr-t-dec(CR-Idx) TO CR-DEC
                     MOVE cr-t-oper(CR-Idx) TO CR-OPER
                     MOVE cr-t-idate(CR-Idx) TO CR-IDATE
                     MOVE cr-t-itime(CR-Idx) TO CR-ITIME
                     MOVE cr-t-prints(CR-Idx) TO CR-PRINTS
                     WRITE RIO-COA-REGISTER-RECORD
              END-PERFORM.
              CLOSE RIO-COA-REGISTER.

       COPY SEALPD.
       COPY ROLESPD.
       COPY SIGNONPD.
       COPY CONFIGPD.
       COPY ENQPD.
       END PROGRAM RioQc.
