                     ASSIGN TO "RANK-MOVEMENTS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Movements-Status.
              SELECT OPTIONAL RANK-LETTER-TEMPLATES
                     ASSIGN TO "RANK-LETTER-TEMPLATES"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Templates-Status.
              SELECT OPTIONAL RANK-LETTER-CONTROL
                     ASSIGN TO "RANK-LETTER-CONTROL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Letter-Ctl-Status.
              SELECT OPTIONAL RANK-LETTER-REGISTER
                     ASSIGN TO "RANK-LETTER-REGISTER"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Register-Status.
              SELECT OPTIONAL RANK-LETTERS
                     ASSIGN TO "RANK-LETTERS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Letters-Status.
       COPY RUNHISTSL.
       COPY CONFIGSL.
       DATA DIVISION.
                     05 RK-RANK PIC 9(4).
       FD  RANK-MOVEMENTS.
              01 RANK-MOVEMENTS-RECORD PIC X(60).
      *> 通知文の雛形: "type text" (type は PROMOTED/DEMOTED/NEW、
      *> 同じ type の行は並び順に出力)。text 中の &SUBJ &OLD &NEW
      *> &DATE &CERT を差し込む
       FD  RANK-LETTER-TEMPLATES.
              01 RANK-LETTER-TEMPLATES-RECORD PIC X(80).
       FD  RANK-LETTER-CONTROL.
              01 RANK-LETTER-CONTROL-RECORD.
                     05 LC-NEXT-NO PIC 9(6).
      *> 発行済み通知の台帳 (証書番号ごとに 1 行)
       FD  RANK-LETTER-REGISTER.
              01 RANK-LETTER-REGISTER-RECORD.
                     05 RL-CERT   PIC 9(6).
                     05 FILLER    PIC X.
                     05 RL-SUBJ   PIC X(12).
                     05 FILLER    PIC X.
                     05 RL-TYPE   PIC X(10).
                     05 FILLER    PIC X.
                     05 RL-OLD    PIC 9(4).
                     05 FILLER    PIC X.
                     05 RL-NEW    PIC 9(4).
                     05 FILLER    PIC X.
                     05 RL-DATE   PIC 9(8).
                     05 FILLER    PIC X.
                     05 RL-ISSUED PIC 9(8).
       FD  RANK-LETTERS.
              01 RANK-LETTERS-RECORD PIC X(80).
       COPY RUNHISTFD.
       COPY CONFIGFD.
       WORKING-STORAGE SECTION.
              05 sm-net   PIC S9(5).
              05 sm-net-z PIC -(4)9.
              05 sm-cnt-z PIC Z(3)9.
       01 Templates-Status  PIC XX.
       01 Letter-Ctl-Status PIC XX.
       01 Register-Status   PIC XX.
       01 Letters-Status    PIC XX.
       01 Letter-Values.
              05 LT-COUNT   PIC 99 VALUE 0.
              05 LT-IDX     PIC 99.
              05 LT-TABLE OCCURS 60 TIMES.
                     10 lt-type PIC X(10).
                     10 lt-text PIC X(70).
              05 LT-PTR     PIC 99.
              05 LT-HAVE    PIC X.
              05 LC-NEXT    PIC 9(6) VALUE 1.
              05 RG-COUNT   PIC 9(4) VALUE 0.
              05 RG-IDX     PIC 9(4).
              05 RG-FOUND   PIC 9(4).
              05 RG-TABLE OCCURS 2000 TIMES.
                     10 rg-cert PIC 9(6).
                     10 rg-subj PIC X(12).
                     10 rg-type PIC X(10).
                     10 rg-old  PIC 9(4).
                     10 rg-new  PIC 9(4).
                     10 rg-date PIC 9(8).
              05 MV-LINE    PIC X(60).
              05 MV-SUBJ    PIC X(12).
              05 MV-TYPE    PIC X(10).
              05 MV-TOK-1   PIC X(10).
              05 MV-OLD-TOK PIC X(10).
              05 MV-TOK-2   PIC X(10).
              05 MV-NEW-TOK PIC X(10).
              05 MV-TOK-3   PIC X(10).
              05 MV-DATE-TOK PIC X(10).
              05 MV-OLD     PIC 9(4).
              05 MV-NEW     PIC 9(4).
              05 MV-DATE    PIC 9(8).
              05 MV-CERT    PIC 9(6).
              05 MV-COUNT   PIC 9(4) VALUE 0.
              05 MV-ISSUED  PIC 9(4) VALUE 0.
              05 MV-ALREADY PIC 9(4) VALUE 0.
              05 MV-MISSING PIC 9(4) VALUE 0.
              05 LR-OUT     PIC X(80).
              05 LR-PTR     PIC 99.
              05 LR-I       PIC 99.
              05 LR-DATE-X  PIC X(10).
              05 LR-CERT-Z  PIC Z(5)9.
              05 LR-CERT-TOK PIC X(10).
       01 ANSWER-VALUES.
              05 INT-P   PIC 9(5).
              05 INT-S   PIC Z(4)9.
                     TRIM(SB-OLD-Z) DELIMITED BY SIZE
                     " NEW " DELIMITED BY SIZE
                     TRIM(SB-RANK-Z) DELIMITED BY SIZE
                     " ON " DELIMITED BY SIZE
                     BK-Run-Date DELIMITED BY SIZE
                     INTO RANK-MOVEMENTS-RECORD
              END-STRING.
              WRITE RANK-MOVEMENTS-RECORD.
              EXIT.

      *> 四半期の段位別純移動: SYSIN に "from-date to-date"
       300-Movement-Summary.
       ENTRY "RankMovementSummary".
              MOVE "TSURIME" TO Run-Hist-Program.
              MOVE SPACE TO SM-LINE SM-TOK-1 SM-TOK-2.
              END-IF.
              STOP RUN.

      *> 昇格・降格・初段位の通知文を RANK-MOVEMENTS から作成する。
      *> 証書番号は RANK-LETTER-CONTROL から採番し、発行は
      *> RANK-LETTER-REGISTER に記録する。台帳にある異動は再発行
      *> しない (再印刷は ReprintRankLetter)。
       ENTRY "IssueRankLetters".
              MOVE "TSURIME" TO Run-Hist-Program.
              ACCEPT BK-Run-Date FROM DATE YYYYMMDD.
              PERFORM 500-Load-Templates THRU 502-Templates-Loaded.
              PERFORM 503-Default-Templates.
              PERFORM 510-Load-Register THRU 512-Register-Loaded.
              PERFORM 515-Load-Letter-Control.
              OPEN INPUT RANK-MOVEMENTS.
              IF Movements-Status NOT = "00" THEN
                     DISPLAY "ERROR: CANNOT OPEN RANK-MOVEMENTS,"
                            " STATUS " Movements-Status
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              OPEN EXTEND RANK-LETTERS.
              OPEN EXTEND RANK-LETTER-REGISTER.
       520-Read-Movement.
              READ RANK-MOVEMENTS
                     AT END
                         GO TO 529-Letters-Done
              END-READ.
              MOVE RANK-MOVEMENTS-RECORD TO MV-LINE.
              PERFORM 540-Parse-Movement.
              IF MV-TYPE NOT = "PROMOTED" AND MV-TYPE NOT = "DEMOTED"
              AND MV-TYPE NOT = "NEW" THEN
                     GO TO 520-Read-Movement
              END-IF.
              ADD 1 TO MV-COUNT.
              PERFORM 545-Find-Register.
              IF RG-FOUND > 0 THEN
                     ADD 1 TO MV-ALREADY
                     MOVE rg-cert(RG-FOUND) TO LR-CERT-Z
                     DISPLAY TRIM(MV-SUBJ) " " TRIM(MV-TYPE)
                            " ALREADY NOTIFIED, CERTIFICATE "
                            TRIM(LR-CERT-Z)
                     GO TO 520-Read-Movement
              END-IF.
              MOVE LC-NEXT TO MV-CERT.
              ADD 1 TO LC-NEXT.
              PERFORM 550-Write-Letter.
              MOVE SPACE TO RANK-LETTER-REGISTER-RECORD.
              MOVE MV-CERT TO RL-CERT.
              MOVE MV-SUBJ TO RL-SUBJ.
              MOVE MV-TYPE TO RL-TYPE.
              MOVE MV-OLD TO RL-OLD.
              MOVE MV-NEW TO RL-NEW.
              MOVE MV-DATE TO RL-DATE.
              MOVE BK-Run-Date TO RL-ISSUED.
              WRITE RANK-LETTER-REGISTER-RECORD.
              IF RG-COUNT < 2000 THEN
                     ADD 1 TO RG-COUNT
                     MOVE MV-CERT TO rg-cert(RG-COUNT)
                     MOVE MV-SUBJ TO rg-subj(RG-COUNT)
                     MOVE MV-TYPE TO rg-type(RG-COUNT)
                     MOVE MV-OLD TO rg-old(RG-COUNT)
                     MOVE MV-NEW TO rg-new(RG-COUNT)
                     MOVE MV-DATE TO rg-date(RG-COUNT)
              END-IF.
              ADD 1 TO MV-ISSUED.
              MOVE MV-CERT TO LR-CERT-Z.
              DISPLAY TRIM(MV-SUBJ) " " TRIM(MV-TYPE)
                     " LETTER ISSUED, CERTIFICATE " TRIM(LR-CERT-Z).
              GO TO 520-Read-Movement.
       529-Letters-Done.
              CLOSE RANK-MOVEMENTS.
              CLOSE RANK-LETTER-REGISTER.
              CLOSE RANK-LETTERS.
              PERFORM 516-Save-Letter-Control.
              MOVE MV-COUNT TO SB-CNT-Z.
              DISPLAY "MOVEMENTS TO NOTIFY: " TRIM(SB-CNT-Z).
              MOVE MV-ISSUED TO SB-CNT-Z.
              DISPLAY "LETTERS ISSUED: " TRIM(SB-CNT-Z).
              MOVE MV-ALREADY TO SB-CNT-Z.
              DISPLAY "ALREADY NOTIFIED: " TRIM(SB-CNT-Z).
              MOVE MV-COUNT TO Run-Hist-Read.
              MOVE MV-ISSUED TO Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.

      *> 証書番号を指定して台帳の内容から通知文を再印刷する
       ENTRY "ReprintRankLetter".
              MOVE "TSURIME" TO Run-Hist-Program.
              MOVE SPACE TO LR-CERT-TOK.
              ACCEPT LR-CERT-TOK.
              IF LR-CERT-TOK = SPACE
              OR TRIM(LR-CERT-TOK) IS NOT NUMERIC THEN
                     DISPLAY "ERROR: EXPECTED A CERTIFICATE NUMBER"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              MOVE NUMVAL(TRIM(LR-CERT-TOK)) TO MV-CERT.
              PERFORM 500-Load-Templates THRU 502-Templates-Loaded.
              PERFORM 503-Default-Templates.
              PERFORM 510-Load-Register THRU 512-Register-Loaded.
              MOVE 0 TO RG-FOUND.
              PERFORM VARYING RG-IDX FROM 1 BY 1
              UNTIL RG-IDX > RG-COUNT
                     IF rg-cert(RG-IDX) = MV-CERT THEN
                            MOVE RG-IDX TO RG-FOUND
                     END-IF
              END-PERFORM.
              IF RG-FOUND = 0 THEN
                     MOVE MV-CERT TO LR-CERT-Z
                     DISPLAY "ERROR: CERTIFICATE " TRIM(LR-CERT-Z)
                            " IS NOT IN RANK-LETTER-REGISTER"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              MOVE rg-subj(RG-FOUND) TO MV-SUBJ.
              MOVE rg-type(RG-FOUND) TO MV-TYPE.
              MOVE rg-old(RG-FOUND) TO MV-OLD.
              MOVE rg-new(RG-FOUND) TO MV-NEW.
              MOVE rg-date(RG-FOUND) TO MV-DATE.
              OPEN EXTEND RANK-LETTERS.
              MOVE MV-CERT TO LR-CERT-Z.
              MOVE SPACE TO RANK-LETTERS-RECORD.
              STRING "REPRINT OF CERTIFICATE " DELIMITED BY SIZE
                     TRIM(LR-CERT-Z) DELIMITED BY SIZE
                     INTO RANK-LETTERS-RECORD
              END-STRING.
              WRITE RANK-LETTERS-RECORD.
              DISPLAY TRIM(RANK-LETTERS-RECORD).
              PERFORM 550-Write-Letter.
              CLOSE RANK-LETTERS.
              MOVE 1 TO Run-Hist-Read Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.

      *> 通知漏れの確認: RANK-MOVEMENTS の異動ごとに台帳の証書番号
      *> を示し、台帳にない異動があれば RC 2
       ENTRY "CheckRankLetters".
              MOVE "TSURIME" TO Run-Hist-Program.
              ACCEPT BK-Run-Date FROM DATE YYYYMMDD.
              PERFORM 510-Load-Register THRU 512-Register-Loaded.
              OPEN INPUT RANK-MOVEMENTS.
              IF Movements-Status NOT = "00" THEN
                     DISPLAY "ERROR: CANNOT OPEN RANK-MOVEMENTS,"
                            " STATUS " Movements-Status
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              DISPLAY "NOTIFICATION CHECK:".
       530-Check-Movement.
              READ RANK-MOVEMENTS
                     AT END
                         GO TO 539-Check-Done
              END-READ.
              MOVE RANK-MOVEMENTS-RECORD TO MV-LINE.
              PERFORM 540-Parse-Movement.
              IF MV-TYPE NOT = "PROMOTED" AND MV-TYPE NOT = "DEMOTED"
              AND MV-TYPE NOT = "NEW" THEN
                     GO TO 530-Check-Movement
              END-IF.
              ADD 1 TO MV-COUNT.
              PERFORM 545-Find-Register.
              IF RG-FOUND > 0 THEN
                     MOVE rg-cert(RG-FOUND) TO LR-CERT-Z
                     DISPLAY "  " MV-SUBJ " " MV-TYPE " NOTIFIED"
                            ", CERTIFICATE " TRIM(LR-CERT-Z)
              ELSE
                     ADD 1 TO MV-MISSING
                     DISPLAY "  " MV-SUBJ " " MV-TYPE
                            " NOT NOTIFIED"
              END-IF.
              GO TO 530-Check-Movement.
       539-Check-Done.
              CLOSE RANK-MOVEMENTS.
              MOVE MV-COUNT TO SB-CNT-Z.
              DISPLAY "MOVEMENTS: " TRIM(SB-CNT-Z).
              MOVE MV-MISSING TO SB-CNT-Z.
              DISPLAY "NOT NOTIFIED: " TRIM(SB-CNT-Z).
              IF MV-MISSING > 0 THEN
                     MOVE 2 TO RETURN-CODE
              END-IF.
              MOVE MV-COUNT TO Run-Hist-Read.
              MOVE MV-MISSING TO Run-Hist-Reject.
              PERFORM Write-Run-History.
              STOP RUN.

      *> 雛形の読み込み。ファイルにない type は既定の文面を使う
      *> (既定の文面ぶんの枠を残す)
       500-Load-Templates.
              OPEN INPUT RANK-LETTER-TEMPLATES.
              IF Templates-Status NOT = "00" THEN
                     IF Templates-Status = "05" THEN
                            CLOSE RANK-LETTER-TEMPLATES
                     END-IF
                     GO TO 502-Templates-Loaded
              END-IF.
       501-Read-Template.
              READ RANK-LETTER-TEMPLATES
                     AT END
                         CLOSE RANK-LETTER-TEMPLATES
                         GO TO 502-Templates-Loaded
              END-READ.
              IF RANK-LETTER-TEMPLATES-RECORD = SPACE
              OR RANK-LETTER-TEMPLATES-RECORD(1:1) = "*"
              OR LT-COUNT >= 50 THEN
                     GO TO 501-Read-Template
              END-IF.
              ADD 1 TO LT-COUNT.
              MOVE SPACE TO lt-type(LT-COUNT) lt-text(LT-COUNT).
              MOVE 1 TO LT-PTR.
              UNSTRING RANK-LETTER-TEMPLATES-RECORD DELIMITED BY " "
                     INTO lt-type(LT-COUNT)
                     WITH POINTER LT-PTR.
              IF LT-PTR <= 80 THEN
                     MOVE RANK-LETTER-TEMPLATES-RECORD(LT-PTR:)
                            TO lt-text(LT-COUNT)
              END-IF.
              GO TO 501-Read-Template.
       502-Templates-Loaded.
              EXIT.

       503-Default-Templates.
              MOVE "PROMOTED" TO MV-TYPE.
              PERFORM 504-Check-Template.
              IF LT-HAVE = "N" THEN
                     MOVE "CERTIFICATE NO. &CERT" TO LR-OUT
                     PERFORM 505-Add-Default-Line
                     MOVE "CONGRATULATIONS &SUBJ ON YOUR PROMOTION"
                            TO LR-OUT
                     PERFORM 505-Add-Default-Line
                     MOVE "FROM RANK &OLD TO RANK &NEW, EFFECTIVE &DATE"
                            TO LR-OUT
                     PERFORM 505-Add-Default-Line
              END-IF.
              MOVE "DEMOTED" TO MV-TYPE.
              PERFORM 504-Check-Template.
              IF LT-HAVE = "N" THEN
                     MOVE "NOTICE NO. &CERT" TO LR-OUT
                     PERFORM 505-Add-Default-Line
                     MOVE "TO &SUBJ: YOUR RANK CHANGES"
                            TO LR-OUT
                     PERFORM 505-Add-Default-Line
                     MOVE "FROM RANK &OLD TO RANK &NEW" TO LR-OUT
                     PERFORM 505-Add-Default-Line
                     MOVE "EFFECTIVE &DATE" TO LR-OUT
                     PERFORM 505-Add-Default-Line
              END-IF.
              MOVE "NEW" TO MV-TYPE.
              PERFORM 504-Check-Template.
              IF LT-HAVE = "N" THEN
                     MOVE "CERTIFICATE NO. &CERT" TO LR-OUT
                     PERFORM 505-Add-Default-Line
                     MOVE "WELCOME &SUBJ, FIRST RANKED AT RANK &NEW"
                            TO LR-OUT
                     PERFORM 505-Add-Default-Line
                     MOVE "EFFECTIVE &DATE" TO LR-OUT
                     PERFORM 505-Add-Default-Line
              END-IF.

       505-Add-Default-Line.
              ADD 1 TO LT-COUNT.
              MOVE MV-TYPE TO lt-type(LT-COUNT).
              MOVE LR-OUT TO lt-text(LT-COUNT).

       504-Check-Template.
              MOVE "N" TO LT-HAVE.
              PERFORM VARYING LT-IDX FROM 1 BY 1 UNTIL LT-IDX > LT-COUNT
                     IF lt-type(LT-IDX) = MV-TYPE THEN
                            MOVE "Y" TO LT-HAVE
                     END-IF
              END-PERFORM.

       510-Load-Register.
              OPEN INPUT RANK-LETTER-REGISTER.
              IF Register-Status NOT = "00" THEN
                     IF Register-Status = "05" THEN
                            CLOSE RANK-LETTER-REGISTER
                     END-IF
                     GO TO 512-Register-Loaded
              END-IF.
       511-Read-Register.
              READ RANK-LETTER-REGISTER
                     AT END
                         CLOSE RANK-LETTER-REGISTER
                         GO TO 512-Register-Loaded
              END-READ.
              IF RL-CERT IS NOT NUMERIC OR RG-COUNT >= 2000 THEN
                     GO TO 511-Read-Register
              END-IF.
              ADD 1 TO RG-COUNT.
              MOVE RL-CERT TO rg-cert(RG-COUNT).
              MOVE RL-SUBJ TO rg-subj(RG-COUNT).
              MOVE RL-TYPE TO rg-type(RG-COUNT).
              MOVE RL-OLD TO rg-old(RG-COUNT).
              MOVE RL-NEW TO rg-new(RG-COUNT).
              MOVE RL-DATE TO rg-date(RG-COUNT).
              IF RL-CERT >= LC-NEXT THEN
                     COMPUTE LC-NEXT = RL-CERT + 1
              END-IF.
              GO TO 511-Read-Register.
       512-Register-Loaded.
              EXIT.

      *> 証書番号の次番号 (台帳の最大番号より小さければ台帳に合わせる)
       515-Load-Letter-Control.
              OPEN INPUT RANK-LETTER-CONTROL.
              IF Letter-Ctl-Status = "00" THEN
                     READ RANK-LETTER-CONTROL
                            AT END
                                CONTINUE
                     END-READ
                     IF Letter-Ctl-Status = "00"
                     AND LC-NEXT-NO IS NUMERIC
                     AND LC-NEXT-NO > LC-NEXT THEN
                            MOVE LC-NEXT-NO TO LC-NEXT
                     END-IF
                     CLOSE RANK-LETTER-CONTROL
              ELSE
                     IF Letter-Ctl-Status = "05" THEN
                            CLOSE RANK-LETTER-CONTROL
                     END-IF
              END-IF.

       516-Save-Letter-Control.
              OPEN OUTPUT RANK-LETTER-CONTROL.
              MOVE SPACE TO RANK-LETTER-CONTROL-RECORD.
              MOVE LC-NEXT TO LC-NEXT-NO.
              WRITE RANK-LETTER-CONTROL-RECORD.
              CLOSE RANK-LETTER-CONTROL.

      *> 異動行 "subject TYPE OLD n NEW n [ON yyyymmdd]" の分解。
      *> 日付のない古い行は実行日を発効日とする
       540-Parse-Movement.
              MOVE SPACE TO MV-SUBJ MV-TYPE MV-TOK-1 MV-OLD-TOK
                     MV-TOK-2 MV-NEW-TOK MV-TOK-3 MV-DATE-TOK.
              UNSTRING MV-LINE DELIMITED BY ALL " "
                     INTO MV-SUBJ MV-TYPE MV-TOK-1 MV-OLD-TOK
                          MV-TOK-2 MV-NEW-TOK MV-TOK-3 MV-DATE-TOK.
              MOVE 0 TO MV-OLD MV-NEW.
              IF MV-OLD-TOK NOT = SPACE
              AND TRIM(MV-OLD-TOK) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(MV-OLD-TOK)) TO MV-OLD
              END-IF.
              IF MV-NEW-TOK NOT = SPACE
              AND TRIM(MV-NEW-TOK) IS NUMERIC THEN
                     MOVE NUMVAL(TRIM(MV-NEW-TOK)) TO MV-NEW
              END-IF.
              MOVE BK-Run-Date TO MV-DATE.
              IF MV-DATE-TOK(1:8) IS NUMERIC THEN
                     MOVE MV-DATE-TOK(1:8) TO MV-DATE
              END-IF.

       545-Find-Register.
              MOVE 0 TO RG-FOUND.
              PERFORM VARYING RG-IDX FROM 1 BY 1
              UNTIL RG-IDX > RG-COUNT OR RG-FOUND > 0
                     IF rg-subj(RG-IDX) = MV-SUBJ
                     AND rg-type(RG-IDX) = MV-TYPE
                     AND rg-old(RG-IDX) = MV-OLD
                     AND rg-new(RG-IDX) = MV-NEW
                     AND rg-date(RG-IDX) = MV-DATE THEN
                            MOVE RG-IDX TO RG-FOUND
                     END-IF
              END-PERFORM.

      *> 1 通ぶんの通知文: 該当 type の雛形行を差し込んで書き、
      *> 区切り線で終える
       550-Write-Letter.
              MOVE SPACE TO LR-DATE-X.
              STRING MV-DATE(1:4) "-" MV-DATE(5:2) "-" MV-DATE(7:2)
                     DELIMITED BY SIZE INTO LR-DATE-X
              END-STRING.
              PERFORM VARYING LT-IDX FROM 1 BY 1 UNTIL LT-IDX > LT-COUNT
                     IF lt-type(LT-IDX) = MV-TYPE THEN
                            PERFORM 555-Fill-Template-Line
                            MOVE LR-OUT TO RANK-LETTERS-RECORD
                            WRITE RANK-LETTERS-RECORD
                     END-IF
              END-PERFORM.
              MOVE ALL "-" TO RANK-LETTERS-RECORD.
              WRITE RANK-LETTERS-RECORD.

       555-Fill-Template-Line.
              MOVE SPACE TO LR-OUT.
              MOVE 1 TO LR-PTR.
              MOVE 1 TO LR-I.
              PERFORM 556-Fill-One-Char UNTIL LR-I > 70.

       556-Fill-One-Char.
              EVALUATE TRUE
                  WHEN LR-I <= 66
                   AND lt-text(LT-IDX)(LR-I:5) = "&SUBJ"
                      STRING TRIM(MV-SUBJ) DELIMITED BY SIZE
                             INTO LR-OUT WITH POINTER LR-PTR
                      END-STRING
                      ADD 5 TO LR-I
                  WHEN LR-I <= 66
                   AND lt-text(LT-IDX)(LR-I:5) = "&DATE"
                      STRING TRIM(LR-DATE-X) DELIMITED BY SIZE
                             INTO LR-OUT WITH POINTER LR-PTR
                      END-STRING
                      ADD 5 TO LR-I
                  WHEN LR-I <= 66
                   AND lt-text(LT-IDX)(LR-I:5) = "&CERT"
                      MOVE MV-CERT TO LR-CERT-Z
                      STRING TRIM(LR-CERT-Z) DELIMITED BY SIZE
                             INTO LR-OUT WITH POINTER LR-PTR
                      END-STRING
                      ADD 5 TO LR-I
                  WHEN LR-I <= 67
                   AND lt-text(LT-IDX)(LR-I:4) = "&OLD"
                      MOVE MV-OLD TO SB-OLD-Z
                      STRING TRIM(SB-OLD-Z) DELIMITED BY SIZE
                             INTO LR-OUT WITH POINTER LR-PTR
                      END-STRING
                      ADD 4 TO LR-I
                  WHEN LR-I <= 67
                   AND lt-text(LT-IDX)(LR-I:4) = "&NEW"
                      MOVE MV-NEW TO SB-RANK-Z
                      STRING TRIM(SB-RANK-Z) DELIMITED BY SIZE
                             INTO LR-OUT WITH POINTER LR-PTR
                      END-STRING
                      ADD 4 TO LR-I
                  WHEN OTHER
                      STRING lt-text(LT-IDX)(LR-I:1) DELIMITED BY SIZE
                             INTO LR-OUT WITH POINTER LR-PTR
                      END-STRING
                      ADD 1 TO LR-I
              END-EVALUATE.

      *> 1変換の昇降格を段位別の入り/出として集計する
       180-Tally-Movement.
              MOVE 0 TO SM-PREV.
