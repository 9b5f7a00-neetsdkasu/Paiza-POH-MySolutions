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
              SELECT OPTIONAL DATASET-CATALOG
                     ASSIGN TO "DATASET-CATALOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Catalog-Status.
              SELECT OPTIONAL CHECK-FILE
                     ASSIGN TO DYNAMIC Ck-Path
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Ck-Status.
       COPY ERRLOGSL.
       COPY RUNHISTSL.
       DATA DIVISION.
       FILE SECTION.
       FD  DATASET-CATALOG.
              01 DATASET-CATALOG-RECORD PIC X(100).
       FD  CHECK-FILE.
              01 CHECK-RECORD PIC X(400).
       COPY ERRLOGFD.
       COPY RUNHISTFD.
       WORKING-STORAGE SECTION.
       COPY ERRLOGWS.
       COPY RUNHISTWS.
       COPY REPORTWS.
       01 Catalog-Status PIC XX.
       01 Ck-Status PIC XX.
       01 Command-Values.
              05 Cmd-Line   PIC X(40).
              05 Cmd-Verb   PIC X(10).
              05 Cmd-Arg    PIC X(24).
              05 Cmd-Arg-Up PIC X(24).
      *> データセット目録: データセット・項目・利用プログラムの3表
       01 Catalog-Values.
              05 Cat-Present  PIC X VALUE "N".
              05 Cat-Line-No  PIC 9(4) VALUE 0.
              05 Cat-Warnings PIC 9(4) VALUE 0.
              05 Cat-Line-Z   PIC Z(3)9.
              05 Cat-Tok      PIC X(24) OCCURS 8 TIMES.
              05 Cat-Tok-No   PIC 9.
              05 DS-Count     PIC 9(3) VALUE 0.
              05 DS-Idx       PIC 9(3).
              05 DS-Found     PIC 9(3).
              05 DS-Table OCCURS 100 TIMES.
                     10 ds-name    PIC X(24).
                     10 ds-owner   PIC X(16).
                     10 ds-reclen  PIC 9(4).
                     10 ds-trailer PIC X(12).
                     10 ds-org     PIC X(8).
                     10 ds-fields  PIC 9(3).
              05 CF-Count     PIC 9(4) VALUE 0.
              05 CF-Idx       PIC 9(4).
              05 CF-Table OCCURS 800 TIMES.
                     10 cf-ds      PIC 9(3).
                     10 cf-name    PIC X(16).
                     10 cf-start   PIC 9(4).
                     10 cf-len     PIC 9(3).
                     10 cf-type    PIC X.
                     10 cf-key     PIC X.
                     10 cf-req     PIC X.
                     10 cf-opt     PIC X.
              05 XU-Count     PIC 9(4) VALUE 0.
              05 XU-Idx       PIC 9(4).
              05 XU-Table OCCURS 800 TIMES.
                     10 xu-ds      PIC 9(3).
                     10 xu-prog    PIC X(16).
                     10 xu-mode    PIC X(8).
              05 Cat-Reason   PIC X(40).
      *> 1データセットの検査状態
       01 Check-Values.
              05 Ck-Path      PIC X(60).
              05 Ck-Records   PIC 9(8).
              05 Ck-Data      PIC 9(8).
              05 Ck-Fails     PIC 9(8).
              05 Ck-Len       PIC 9(4).
              05 Ck-Trl-Seen  PIC X.
              05 Ck-Trl-Count PIC 9(8).
              05 Ck-Trl-Tok-1 PIC X(12).
              05 Ck-Trl-Tok-2 PIC X(12).
              05 Ck-Trl-Len   PIC 99.
              05 Ck-Reason    PIC X(40).
              05 Ck-Field     PIC X(16).
              05 Ck-Value     PIC X(40).
              05 Ck-Date      PIC 9(8).
              05 Ck-Key       PIC X(60).
              05 Ck-Key-Ptr   PIC 99.
              05 Ck-Key-Any   PIC X.
              05 Ck-Selected  PIC 9(3) VALUE 0.
              05 Ck-Failed-DS PIC 9(3) VALUE 0.
              05 Ck-Checked   PIC 9(3) VALUE 0.
              05 Ck-Take      PIC X.
              05 Ck-Rec-Z     PIC Z(7)9.
              05 Ck-Fail-Z    PIC Z(7)9.
              05 Ck-Len-Z     PIC Z(3)9.
              05 Ck-Cnt-Z     PIC Z(2)9.
              05 Ck-Cnt2-Z    PIC Z(2)9.
              05 Ck-Read-All  PIC 9(10) VALUE 0.
      *> キー重複の検査表 (上限を超えた分は重複を検査しない)
       01 Key-Check-Values.
              05 Key-Count    PIC 9(4) VALUE 0.
              05 Key-Idx      PIC 9(4).
              05 Key-Full     PIC X.
              05 Key-Table    PIC X(60) OCCURS 5000 TIMES.
       01 Xref-Values.
              05 Xr-Line      PIC X(100).
              05 Xr-Ptr       PIC 999.
              05 Xr-Any       PIC X.
              05 Xr-Start-Z   PIC Z(3)9.
              05 Xr-Len-Z     PIC ZZ9.
              05 Xr-Flags     PIC X(12).
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
              MOVE "DATASETCHK" TO Run-Hist-Program Err-Program.
      *> コマンド: STEP <ステップ名> / CHECK <データセット> / ALL /
      *>           XREF [データセット|プログラム]
      *> STEP は JobControl がステップ終了ごとに流す。そのステップが
      *> 書くデータセットを目録の形式と照合し、不合格なら RC 3 を
      *> 返してステップの COND に反映させる
              MOVE SPACE TO Cmd-Line.
              ACCEPT Cmd-Line.
              MOVE SPACE TO Cmd-Verb Cmd-Arg.
              UNSTRING Cmd-Line DELIMITED BY ALL " "
                     INTO Cmd-Verb Cmd-Arg.
              MOVE UPPER-CASE(Cmd-Arg) TO Cmd-Arg-Up.
              IF Cmd-Verb = SPACE THEN
                     MOVE "ALL" TO Cmd-Verb
              END-IF.
              PERFORM 010-Load-Catalog THRU 012-Catalog-Loaded.
      *> 目録のないサイトではステップ後の検査は黙って通す
              IF Cat-Present = "N" THEN
                     IF TRIM(Cmd-Verb) = "STEP" THEN
                            STOP RUN
                     END-IF
                     DISPLAY "ERROR: DATASET-CATALOG IS EMPTY OR"
                            " ABSENT"
                     MOVE 1 TO RETURN-CODE
                     STOP RUN
              END-IF.
              EVALUATE TRIM(Cmd-Verb)
                  WHEN "STEP"
                      PERFORM 100-Check-Step THRU 100-Check-Step-End
      *> ステップ後の検査はステップの RUN-HISTORY 件数を乱さない
      *> よう台帳へは書かない
                      STOP RUN
                  WHEN "CHECK"
                      PERFORM 110-Check-Named
                             THRU 110-Check-Named-End
                  WHEN "ALL"
                      PERFORM 120-Check-All
                  WHEN "XREF"
                      PERFORM 300-Xref THRU 300-Xref-End
                  WHEN OTHER
                      DISPLAY "ERROR: UNKNOWN COMMAND "
                             TRIM(Cmd-Verb)
                      DISPLAY "COMMANDS: STEP <STEP> / CHECK"
                             " <DATASET> / ALL / XREF [NAME]"
                      MOVE 1 TO RETURN-CODE
                      STOP RUN
              END-EVALUATE.
              MOVE Ck-Read-All TO Run-Hist-Read.
              MOVE Ck-Failed-DS TO Run-Hist-Reject.
              MOVE Ck-Checked TO Run-Hist-Total.
              PERFORM Write-Run-History.
              STOP RUN.

      *> 目録の読み込み。DATASET 行は FIELD / USE 行より前に置く
       010-Load-Catalog.
              OPEN INPUT DATASET-CATALOG.
              IF Catalog-Status NOT = "00" THEN
                     IF Catalog-Status = "05" THEN
                            CLOSE DATASET-CATALOG
                     END-IF
                     GO TO 012-Catalog-Loaded
              END-IF.
       011-Read-Catalog.
              READ DATASET-CATALOG
                     AT END
                         CLOSE DATASET-CATALOG
                         GO TO 012-Catalog-Loaded
              END-READ.
              ADD 1 TO Cat-Line-No.
              IF DATASET-CATALOG-RECORD = SPACE
              OR DATASET-CATALOG-RECORD(1:1) = "*" THEN
                     GO TO 011-Read-Catalog
              END-IF.
              PERFORM VARYING Cat-Tok-No FROM 1 BY 1
              UNTIL Cat-Tok-No > 8
                     MOVE SPACE TO Cat-Tok(Cat-Tok-No)
              END-PERFORM.
              UNSTRING DATASET-CATALOG-RECORD DELIMITED BY ALL " "
                     INTO Cat-Tok(1) Cat-Tok(2) Cat-Tok(3) Cat-Tok(4)
                          Cat-Tok(5) Cat-Tok(6) Cat-Tok(7) Cat-Tok(8).
              MOVE SPACE TO Cat-Reason.
              EVALUATE TRIM(Cat-Tok(1))
                  WHEN "DATASET"
                      PERFORM 013-Add-Dataset THRU 013-Add-Dataset-End
                  WHEN "FIELD"
                      PERFORM 014-Add-Field THRU 014-Add-Field-End
                  WHEN "USE"
                      PERFORM 015-Add-Use THRU 015-Add-Use-End
                  WHEN OTHER
                      MOVE "UNKNOWN RECORD TYPE" TO Cat-Reason
              END-EVALUATE.
              IF Cat-Reason NOT = SPACE THEN
                     PERFORM 016-Catalog-Warning
              END-IF.
              GO TO 011-Read-Catalog.
       012-Catalog-Loaded.
              IF DS-Count > 0 THEN
                     MOVE "Y" TO Cat-Present
              END-IF.

       013-Add-Dataset.
              IF Cat-Tok(2) = SPACE OR Cat-Tok(3) = SPACE
              OR TRIM(Cat-Tok(4)) IS NOT NUMERIC THEN
                     MOVE "BAD DATASET LINE" TO Cat-Reason
                     GO TO 013-Add-Dataset-End
              END-IF.
              PERFORM 017-Find-Dataset.
              IF DS-Found > 0 THEN
                     MOVE "DATASET DEFINED TWICE" TO Cat-Reason
                     GO TO 013-Add-Dataset-End
              END-IF.
              IF DS-Count >= 100 THEN
                     MOVE "MORE THAN 100 DATASETS" TO Cat-Reason
                     GO TO 013-Add-Dataset-End
              END-IF.
              IF NUMVAL(TRIM(Cat-Tok(4))) > 400 THEN
                     MOVE "RECORD LENGTH OVER 400" TO Cat-Reason
                     GO TO 013-Add-Dataset-End
              END-IF.
              ADD 1 TO DS-Count.
              MOVE Cat-Tok(2) TO ds-name(DS-Count).
              MOVE Cat-Tok(3) TO ds-owner(DS-Count).
              MOVE NUMVAL(TRIM(Cat-Tok(4))) TO ds-reclen(DS-Count).
              MOVE SPACE TO ds-trailer(DS-Count).
              MOVE "LINE" TO ds-org(DS-Count).
              MOVE 0 TO ds-fields(DS-Count).
              PERFORM VARYING Cat-Tok-No FROM 5 BY 1
              UNTIL Cat-Tok-No > 8
                     EVALUATE TRUE
                         WHEN Cat-Tok(Cat-Tok-No)(1:8) = "TRAILER="
                             MOVE Cat-Tok(Cat-Tok-No)(9:12)
                                    TO ds-trailer(DS-Count)
                         WHEN Cat-Tok(Cat-Tok-No)(1:4) = "ORG="
                             MOVE Cat-Tok(Cat-Tok-No)(5:8)
                                    TO ds-org(DS-Count)
                         WHEN Cat-Tok(Cat-Tok-No) = SPACE
                             CONTINUE
                         WHEN OTHER
                             MOVE "UNKNOWN DATASET OPTION"
                                    TO Cat-Reason
                     END-EVALUATE
              END-PERFORM.
       013-Add-Dataset-End.
              EXIT.

       014-Add-Field.
              PERFORM 017-Find-Dataset.
              IF DS-Found = 0 THEN
                     MOVE "FIELD OF AN UNDEFINED DATASET"
                            TO Cat-Reason
                     GO TO 014-Add-Field-End
              END-IF.
              IF Cat-Tok(3) = SPACE
              OR TRIM(Cat-Tok(4)) IS NOT NUMERIC
              OR TRIM(Cat-Tok(5)) IS NOT NUMERIC THEN
                     MOVE "BAD FIELD LINE" TO Cat-Reason
                     GO TO 014-Add-Field-End
              END-IF.
              IF Cat-Tok(6) NOT = "X" AND NOT = "9"
              AND NOT = "S" AND NOT = "D" THEN
                     MOVE "FIELD TYPE NOT X, 9, S OR D"
                            TO Cat-Reason
                     GO TO 014-Add-Field-End
              END-IF.
              IF NUMVAL(TRIM(Cat-Tok(4))) < 1
              OR NUMVAL(TRIM(Cat-Tok(5))) < 1
              OR NUMVAL(TRIM(Cat-Tok(4))) + NUMVAL(TRIM(Cat-Tok(5)))
                 - 1 > 400 THEN
                     MOVE "FIELD OUTSIDE THE RECORD" TO Cat-Reason
                     GO TO 014-Add-Field-End
              END-IF.
              IF ds-org(DS-Found) = "LINE"
              AND NUMVAL(TRIM(Cat-Tok(4))) + NUMVAL(TRIM(Cat-Tok(5)))
                 - 1 > ds-reclen(DS-Found) THEN
                     MOVE "FIELD PAST THE RECORD LENGTH" TO Cat-Reason
                     GO TO 014-Add-Field-End
              END-IF.
              IF Cat-Tok(6) = "D" AND NUMVAL(TRIM(Cat-Tok(5))) NOT = 8
              THEN
                     MOVE "DATE FIELD NOT 8 LONG" TO Cat-Reason
                     GO TO 014-Add-Field-End
              END-IF.
              IF CF-Count >= 800 THEN
                     MOVE "MORE THAN 800 FIELDS" TO Cat-Reason
                     GO TO 014-Add-Field-End
              END-IF.
              ADD 1 TO CF-Count.
              ADD 1 TO ds-fields(DS-Found).
              MOVE DS-Found TO cf-ds(CF-Count).
              MOVE Cat-Tok(3) TO cf-name(CF-Count).
              MOVE NUMVAL(TRIM(Cat-Tok(4))) TO cf-start(CF-Count).
              MOVE NUMVAL(TRIM(Cat-Tok(5))) TO cf-len(CF-Count).
              MOVE Cat-Tok(6) TO cf-type(CF-Count).
              MOVE "N" TO cf-key(CF-Count) cf-req(CF-Count)
                     cf-opt(CF-Count).
              PERFORM VARYING Cat-Tok-No FROM 7 BY 1
              UNTIL Cat-Tok-No > 8
                     EVALUATE TRIM(Cat-Tok(Cat-Tok-No))
                         WHEN "KEY"
                             MOVE "Y" TO cf-key(CF-Count)
                         WHEN "REQ"
                             MOVE "Y" TO cf-req(CF-Count)
                         WHEN "OPT"
                             MOVE "Y" TO cf-opt(CF-Count)
                         WHEN SPACE
                             CONTINUE
                         WHEN OTHER
                             MOVE "UNKNOWN FIELD OPTION"
                                    TO Cat-Reason
                     END-EVALUATE
              END-PERFORM.
       014-Add-Field-End.
              EXIT.

       015-Add-Use.
              PERFORM 017-Find-Dataset.
              IF DS-Found = 0 THEN
                     MOVE "USE OF AN UNDEFINED DATASET" TO Cat-Reason
                     GO TO 015-Add-Use-End
              END-IF.
              IF Cat-Tok(3) = SPACE
              OR (Cat-Tok(4) NOT = "READ" AND NOT = "WRITE"
                  AND NOT = "UPDATE") THEN
                     MOVE "BAD USE LINE" TO Cat-Reason
                     GO TO 015-Add-Use-End
              END-IF.
              IF XU-Count >= 800 THEN
                     MOVE "MORE THAN 800 USE LINES" TO Cat-Reason
                     GO TO 015-Add-Use-End
              END-IF.
              ADD 1 TO XU-Count.
              MOVE DS-Found TO xu-ds(XU-Count).
              MOVE Cat-Tok(3) TO xu-prog(XU-Count).
              MOVE Cat-Tok(4) TO xu-mode(XU-Count).
       015-Add-Use-End.
              EXIT.

       016-Catalog-Warning.
              ADD 1 TO Cat-Warnings.
              MOVE Cat-Line-No TO Cat-Line-Z.
              DISPLAY "DSC-002 WARNING: CATALOG LINE "
                     TRIM(Cat-Line-Z) " IGNORED, "
                     TRIM(Cat-Reason).
              MOVE "DSC-002" TO Err-Code.
              MOVE "W" TO Err-Severity.
              MOVE "DATASET CATALOG LINE NOT UNDERSTOOD" TO Err-Text.
              MOVE DATASET-CATALOG-RECORD TO Err-Input.
              PERFORM Write-Error-Log.

       017-Find-Dataset.
              MOVE 0 TO DS-Found.
              PERFORM VARYING DS-Idx FROM 1 BY 1
              UNTIL DS-Idx > DS-Count
                     IF ds-name(DS-Idx) = Cat-Tok(2) THEN
                            MOVE DS-Idx TO DS-Found
                     END-IF
              END-PERFORM.

      *> ステップ後の検査: 所有者がそのステップか、そのステップが
      *> WRITE / UPDATE で使うデータセットを検査する
       100-Check-Step.
              IF Cmd-Arg = SPACE THEN
                     DISPLAY "ERROR: STEP NEEDS A STEP NAME"
                     MOVE 1 TO RETURN-CODE
                     GO TO 100-Check-Step-End
              END-IF.
              PERFORM VARYING DS-Idx FROM 1 BY 1
              UNTIL DS-Idx > DS-Count
                     MOVE "N" TO Ck-Take
                     IF UPPER-CASE(ds-owner(DS-Idx)) = Cmd-Arg-Up THEN
                            MOVE "Y" TO Ck-Take
                     END-IF
                     PERFORM VARYING XU-Idx FROM 1 BY 1
                     UNTIL XU-Idx > XU-Count
                            IF xu-ds(XU-Idx) = DS-Idx
                            AND xu-mode(XU-Idx) NOT = "READ"
                            AND UPPER-CASE(xu-prog(XU-Idx))
                                = Cmd-Arg-Up THEN
                                   MOVE "Y" TO Ck-Take
                            END-IF
                     END-PERFORM
                     IF Ck-Take = "Y" THEN
                            ADD 1 TO Ck-Selected
                            PERFORM 200-Check-Dataset
                                   THRU 200-Check-Dataset-End
                     END-IF
              END-PERFORM.
              IF Ck-Selected = 0 THEN
                     GO TO 100-Check-Step-End
              END-IF.
              MOVE Ck-Checked TO Ck-Cnt-Z.
              MOVE Ck-Failed-DS TO Ck-Cnt2-Z.
              IF Ck-Failed-DS = 0 THEN
                     DISPLAY "LAYOUT CHECK " TRIM(Cmd-Arg) ": "
                            TRIM(Ck-Cnt-Z) " DATASET(S) CHECKED, ALL"
                            " PASS"
              ELSE
                     DISPLAY "LAYOUT CHECK " TRIM(Cmd-Arg) ": "
                            TRIM(Ck-Cnt2-Z) " OF " TRIM(Ck-Cnt-Z)
                            " DATASET(S) FAILED, DOWNSTREAM STEPS"
                            " MUST NOT RUN"
                     MOVE 3 TO RETURN-CODE
              END-IF.
       100-Check-Step-End.
              EXIT.

       110-Check-Named.
              MOVE Cmd-Arg TO Cat-Tok(2).
              PERFORM 017-Find-Dataset.
              IF DS-Found = 0 THEN
                     DISPLAY "ERROR: " TRIM(Cmd-Arg)
                            " IS NOT IN THE DATASET CATALOG"
                     MOVE 1 TO RETURN-CODE
                     GO TO 110-Check-Named-End
              END-IF.
              MOVE DS-Found TO DS-Idx.
              PERFORM 200-Check-Dataset THRU 200-Check-Dataset-End.
              IF Ck-Failed-DS > 0 THEN
                     MOVE 3 TO RETURN-CODE
              END-IF.
       110-Check-Named-End.
              EXIT.

       120-Check-All.
              PERFORM VARYING DS-Idx FROM 1 BY 1
              UNTIL DS-Idx > DS-Count
                     PERFORM 200-Check-Dataset
                            THRU 200-Check-Dataset-End
              END-PERFORM.
              MOVE Ck-Checked TO Ck-Cnt-Z.
              MOVE Ck-Failed-DS TO Ck-Cnt2-Z.
              DISPLAY "LAYOUT CHECK ALL: " TRIM(Ck-Cnt-Z)
                     " DATASET(S) CHECKED, " TRIM(Ck-Cnt2-Z)
                     " FAILED".
              IF Ck-Failed-DS > 0 THEN
                     MOVE 3 TO RETURN-CODE
              END-IF.

      *> 1データセットを目録の形式と照合する: レコード長、項目の
      *> 型と必須、キーの重複、トレーラの有無と件数
       200-Check-Dataset.
              IF ds-org(DS-Idx) NOT = "LINE" THEN
                     DISPLAY "LAYOUT " TRIM(ds-name(DS-Idx))
                            ": KEYED FILE, NOT CHECKED"
                     GO TO 200-Check-Dataset-End
              END-IF.
              MOVE 0 TO Ck-Records Ck-Data Ck-Fails Ck-Trl-Count.
              MOVE 0 TO Key-Count.
              MOVE "N" TO Ck-Trl-Seen Key-Full.
              MOVE ds-name(DS-Idx) TO Ck-Path.
              OPEN INPUT CHECK-FILE.
              IF Ck-Status NOT = "00" THEN
                     IF Ck-Status = "05" THEN
                            CLOSE CHECK-FILE
                     END-IF
                     DISPLAY "LAYOUT " TRIM(ds-name(DS-Idx))
                            ": NOT PRESENT, NOT CHECKED"
                     GO TO 200-Check-Dataset-End
              END-IF.
              ADD 1 TO Ck-Checked.
              IF ds-trailer(DS-Idx) NOT = SPACE THEN
                     COMPUTE Ck-Trl-Len =
                            LENGTH(TRIM(ds-trailer(DS-Idx))) + 1
              END-IF.
       201-Read-Record.
              MOVE SPACE TO CHECK-RECORD.
              READ CHECK-FILE
                     AT END
                         CLOSE CHECK-FILE
                         GO TO 202-Records-Done
              END-READ.
              ADD 1 TO Ck-Records Ck-Read-All.
              IF CHECK-RECORD = SPACE THEN
                     MOVE 0 TO Ck-Len
              ELSE
                     MOVE LENGTH(TRIM(CHECK-RECORD TRAILING))
                            TO Ck-Len
              END-IF.
              MOVE SPACE TO Ck-Field Ck-Value.
              IF Ck-Trl-Seen = "Y" THEN
                     MOVE "DATA AFTER THE TRAILER RECORD" TO Ck-Reason
                     PERFORM 230-Record-Failure
                            THRU 230-Record-Failure-End
                     GO TO 201-Read-Record
              END-IF.
              IF ds-trailer(DS-Idx) NOT = SPACE THEN
                     IF CHECK-RECORD(1:Ck-Trl-Len - 1) =
                        ds-trailer(DS-Idx)(1:Ck-Trl-Len - 1)
                     AND CHECK-RECORD(Ck-Trl-Len:1) = SPACE THEN
                            PERFORM 220-Check-Trailer
                            GO TO 201-Read-Record
                     END-IF
              END-IF.
              ADD 1 TO Ck-Data.
              IF Ck-Status = "04" OR Ck-Len > ds-reclen(DS-Idx) THEN
                     MOVE Ck-Len TO Ck-Len-Z
                     MOVE SPACE TO Ck-Reason
                     STRING "RECORD LONGER THAN " DELIMITED BY SIZE
                            ds-reclen(DS-Idx) DELIMITED BY SIZE
                            INTO Ck-Reason
                     END-STRING
                     PERFORM 230-Record-Failure
                            THRU 230-Record-Failure-End
                     GO TO 201-Read-Record
              END-IF.
              IF Ck-Len = 0 THEN
                     MOVE "BLANK RECORD" TO Ck-Reason
                     PERFORM 230-Record-Failure
                            THRU 230-Record-Failure-End
                     GO TO 201-Read-Record
              END-IF.
              MOVE SPACE TO Ck-Key.
              MOVE 1 TO Ck-Key-Ptr.
              MOVE "N" TO Ck-Key-Any.
              PERFORM VARYING CF-Idx FROM 1 BY 1
              UNTIL CF-Idx > CF-Count
                     IF cf-ds(CF-Idx) = DS-Idx THEN
                            PERFORM 210-Check-Field
                                   THRU 210-Check-Field-End
                     END-IF
              END-PERFORM.
              IF Ck-Key-Any = "Y" THEN
                     PERFORM 215-Check-Key-Unique
              END-IF.
              GO TO 201-Read-Record.
       202-Records-Done.
              IF ds-trailer(DS-Idx) NOT = SPACE
              AND Ck-Trl-Seen = "N" THEN
                     MOVE SPACE TO Ck-Field Ck-Value
                     MOVE "TRAILER MISSING, FILE INCOMPLETE"
                            TO Ck-Reason
                     PERFORM 230-Record-Failure
                            THRU 230-Record-Failure-End
              END-IF.
              MOVE Ck-Data TO Ck-Rec-Z.
              IF Ck-Fails = 0 THEN
                     DISPLAY "LAYOUT " TRIM(ds-name(DS-Idx))
                            ": PASS, " TRIM(Ck-Rec-Z) " RECORD(S)"
              ELSE
                     ADD 1 TO Ck-Failed-DS
                     MOVE Ck-Fails TO Ck-Fail-Z
                     DISPLAY "LAYOUT " TRIM(ds-name(DS-Idx))
                            ": FAIL, " TRIM(Ck-Fail-Z)
                            " ERROR(S) IN " TRIM(Ck-Rec-Z)
                            " RECORD(S)"
                     MOVE "DSC-001" TO Err-Code
                     MOVE "E" TO Err-Severity
                     MOVE "DATASET DOES NOT MATCH ITS CATALOG LAYOUT"
                            TO Err-Text
                     MOVE ds-name(DS-Idx) TO Err-Input
                     PERFORM Write-Error-Log
              END-IF.
       200-Check-Dataset-End.
              EXIT.

       210-Check-Field.
              MOVE cf-name(CF-Idx) TO Ck-Field.
              MOVE CHECK-RECORD(cf-start(CF-Idx):cf-len(CF-Idx))
                     TO Ck-Value.
              IF cf-key(CF-Idx) = "Y" THEN
                     MOVE "Y" TO Ck-Key-Any
                     STRING CHECK-RECORD(cf-start(CF-Idx):
                                         cf-len(CF-Idx))
                                   DELIMITED BY SIZE
                            INTO Ck-Key WITH POINTER Ck-Key-Ptr
                     END-STRING
              END-IF.
              IF CHECK-RECORD(cf-start(CF-Idx):cf-len(CF-Idx))
                 = SPACE THEN
                     IF cf-key(CF-Idx) = "Y" OR cf-req(CF-Idx) = "Y"
                     THEN
                            MOVE "REQUIRED FIELD IS BLANK"
                                   TO Ck-Reason
                            PERFORM 230-Record-Failure
                                   THRU 230-Record-Failure-End
                            GO TO 210-Check-Field-End
                     END-IF
                     IF cf-type(CF-Idx) NOT = "X"
                     AND cf-opt(CF-Idx) = "N" THEN
                            MOVE "NUMERIC FIELD IS BLANK"
                                   TO Ck-Reason
                            PERFORM 230-Record-Failure
                                   THRU 230-Record-Failure-End
                     END-IF
                     GO TO 210-Check-Field-End
              END-IF.
              EVALUATE cf-type(CF-Idx)
                  WHEN "9"
                      IF CHECK-RECORD(cf-start(CF-Idx):
                                      cf-len(CF-Idx))
                         IS NOT NUMERIC THEN
                             MOVE "NOT NUMERIC" TO Ck-Reason
                             PERFORM 230-Record-Failure
                                    THRU 230-Record-Failure-End
                      END-IF
                  WHEN "S"
                      IF (CHECK-RECORD(cf-start(CF-Idx):1) NOT = "+"
                          AND NOT = "-")
                      OR cf-len(CF-Idx) < 2
                      OR CHECK-RECORD(cf-start(CF-Idx) + 1:
                                      cf-len(CF-Idx) - 1)
                         IS NOT NUMERIC THEN
                             MOVE "NOT A SIGNED NUMBER" TO Ck-Reason
                             PERFORM 230-Record-Failure
                                    THRU 230-Record-Failure-End
                      END-IF
                  WHEN "D"
                      IF CHECK-RECORD(cf-start(CF-Idx):8)
                         IS NOT NUMERIC THEN
                             MOVE "DATE NOT NUMERIC" TO Ck-Reason
                             PERFORM 230-Record-Failure
                                    THRU 230-Record-Failure-End
                      ELSE
                             MOVE CHECK-RECORD(cf-start(CF-Idx):8)
                                    TO Ck-Date
                             IF TEST-DATE-YYYYMMDD(Ck-Date) NOT = 0
                             THEN
                                    MOVE "NOT A VALID DATE"
                                           TO Ck-Reason
                                    PERFORM 230-Record-Failure
                                           THRU 230-Record-Failure-End
                             END-IF
                      END-IF
              END-EVALUATE.
       210-Check-Field-End.
              EXIT.

       215-Check-Key-Unique.
              MOVE "KEY" TO Ck-Field.
              MOVE Ck-Key TO Ck-Value.
              PERFORM VARYING Key-Idx FROM 1 BY 1
              UNTIL Key-Idx > Key-Count
                     IF Key-Table(Key-Idx) = Ck-Key THEN
                            MOVE "DUPLICATE KEY" TO Ck-Reason
                            PERFORM 230-Record-Failure
                                   THRU 230-Record-Failure-End
                            MOVE Key-Count TO Key-Idx
                     END-IF
              END-PERFORM.
              IF Key-Count < 5000 THEN
                     ADD 1 TO Key-Count
                     MOVE Ck-Key TO Key-Table(Key-Count)
              ELSE
                     IF Key-Full = "N" THEN
                            MOVE "Y" TO Key-Full
                            DISPLAY "LAYOUT " TRIM(ds-name(DS-Idx))
                                   ": OVER 5000 KEYS, LATER KEYS"
                                   " NOT CHECKED FOR DUPLICATES"
                     END-IF
              END-IF.

      *> トレーラ "語 件数 ..." の件数はそれまでのデータ件数と一致
      *> しなければならない
       220-Check-Trailer.
              MOVE "Y" TO Ck-Trl-Seen.
              MOVE SPACE TO Ck-Trl-Tok-1 Ck-Trl-Tok-2.
              UNSTRING CHECK-RECORD DELIMITED BY ALL " "
                     INTO Ck-Trl-Tok-1 Ck-Trl-Tok-2.
              MOVE "TRAILER" TO Ck-Field.
              MOVE Ck-Trl-Tok-2 TO Ck-Value.
              IF TRIM(Ck-Trl-Tok-2) IS NOT NUMERIC THEN
                     MOVE "TRAILER COUNT NOT NUMERIC" TO Ck-Reason
                     PERFORM 230-Record-Failure
                            THRU 230-Record-Failure-End
              ELSE
                     MOVE NUMVAL(TRIM(Ck-Trl-Tok-2)) TO Ck-Trl-Count
                     IF Ck-Trl-Count NOT = Ck-Data THEN
                            MOVE Ck-Data TO Ck-Rec-Z
                            MOVE SPACE TO Ck-Reason
                            STRING "TRAILER COUNT, FILE HAS "
                                          DELIMITED BY SIZE
                                   TRIM(Ck-Rec-Z) DELIMITED BY SIZE
                                   INTO Ck-Reason
                            END-STRING
                            PERFORM 230-Record-Failure
                                   THRU 230-Record-Failure-End
                     END-IF
              END-IF.

      *> 不合格1件。データセットごとに先頭5件だけ明細を出す
       230-Record-Failure.
              ADD 1 TO Ck-Fails.
              IF Ck-Fails > 5 THEN
                     GO TO 230-Record-Failure-End
              END-IF.
              MOVE Ck-Records TO Ck-Rec-Z.
              IF Ck-Field = SPACE THEN
                     DISPLAY "  " TRIM(ds-name(DS-Idx)) " RECORD "
                            TRIM(Ck-Rec-Z) ": " TRIM(Ck-Reason)
              ELSE
                     DISPLAY "  " TRIM(ds-name(DS-Idx)) " RECORD "
                            TRIM(Ck-Rec-Z) " " TRIM(Ck-Field) ": "
                            TRIM(Ck-Reason) " [" TRIM(Ck-Value) "]"
              END-IF.
       230-Record-Failure-End.
              EXIT.

      *> 影響範囲の相互参照: データセットごとの所有者・形式・
      *> 読み手と書き手、またはプログラムごとの読み書きするファイル
       300-Xref.
              MOVE "DATASETCHK" TO Rpt-Program.
              MOVE "DATASET CATALOG CROSS-REFERENCE" TO Rpt-Title.
              PERFORM Begin-Report.
              IF Cmd-Arg = SPACE THEN
                     PERFORM VARYING DS-Idx FROM 1 BY 1
                     UNTIL DS-Idx > DS-Count
                            PERFORM 310-Xref-Dataset
                     END-PERFORM
                     GO TO 300-Xref-Report-End
              END-IF.
              MOVE Cmd-Arg TO Cat-Tok(2).
              PERFORM 017-Find-Dataset.
              IF DS-Found > 0 THEN
                     MOVE DS-Found TO DS-Idx
                     PERFORM 310-Xref-Dataset
                     PERFORM 315-Xref-Layout THRU 315-Xref-Layout-End
              ELSE
                     PERFORM 320-Xref-Program
              END-IF.
       300-Xref-Report-End.
              PERFORM End-Report.
       300-Xref-End.
              EXIT.

       310-Xref-Dataset.
              MOVE ds-reclen(DS-Idx) TO Xr-Start-Z.
              MOVE SPACE TO Rpt-Line.
              IF ds-org(DS-Idx) = "LINE" THEN
                     STRING TRIM(ds-name(DS-Idx)) DELIMITED BY SIZE
                            "  OWNER " DELIMITED BY SIZE
                            TRIM(ds-owner(DS-Idx)) DELIMITED BY SIZE
                            "  RECLEN " DELIMITED BY SIZE
                            TRIM(Xr-Start-Z) DELIMITED BY SIZE
                            INTO Rpt-Line
                     END-STRING
              ELSE
                     STRING TRIM(ds-name(DS-Idx)) DELIMITED BY SIZE
                            "  OWNER " DELIMITED BY SIZE
                            TRIM(ds-owner(DS-Idx)) DELIMITED BY SIZE
                            "  " DELIMITED BY SIZE
                            TRIM(ds-org(DS-Idx)) DELIMITED BY SIZE
                            INTO Rpt-Line
                     END-STRING
              END-IF.
              IF ds-trailer(DS-Idx) NOT = SPACE THEN
                     STRING Rpt-Line DELIMITED BY "   "
                            "  TRAILER " DELIMITED BY SIZE
                            TRIM(ds-trailer(DS-Idx))
                                   DELIMITED BY SIZE
                            INTO Xr-Line
                     END-STRING
                     MOVE Xr-Line TO Rpt-Line
              END-IF.
              PERFORM Write-Report-Line.
              MOVE SPACE TO Xr-Line.
              MOVE 1 TO Xr-Ptr.
              MOVE "N" TO Xr-Any.
              STRING "  KEY      " DELIMITED BY SIZE
                     INTO Xr-Line WITH POINTER Xr-Ptr
              END-STRING.
              PERFORM VARYING CF-Idx FROM 1 BY 1
              UNTIL CF-Idx > CF-Count
                     IF cf-ds(CF-Idx) = DS-Idx
                     AND cf-key(CF-Idx) = "Y" THEN
                            MOVE "Y" TO Xr-Any
                            STRING TRIM(cf-name(CF-Idx))
                                          DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   INTO Xr-Line WITH POINTER Xr-Ptr
                            END-STRING
                     END-IF
              END-PERFORM.
              IF Xr-Any = "Y" THEN
                     MOVE Xr-Line TO Rpt-Line
                     PERFORM Write-Report-Line
              END-IF.
              IF ds-owner(DS-Idx) = "*" THEN
                     MOVE "  WRITTEN  BY EVERY PROGRAM (SHARED LEDGER)"
                            TO Rpt-Line
                     PERFORM Write-Report-Line
              ELSE
                     MOVE "WRITE" TO Xr-Flags
                     PERFORM 311-Xref-Users
                     MOVE "UPDATE" TO Xr-Flags
                     PERFORM 311-Xref-Users
              END-IF.
              MOVE "READ" TO Xr-Flags.
              PERFORM 311-Xref-Users.

       311-Xref-Users.
              MOVE SPACE TO Xr-Line.
              MOVE 1 TO Xr-Ptr.
              MOVE "N" TO Xr-Any.
              EVALUATE Xr-Flags
                  WHEN "WRITE"
                      STRING "  WRITTEN  " DELIMITED BY SIZE
                             INTO Xr-Line WITH POINTER Xr-Ptr
                      END-STRING
                  WHEN "UPDATE"
                      STRING "  UPDATED  " DELIMITED BY SIZE
                             INTO Xr-Line WITH POINTER Xr-Ptr
                      END-STRING
                  WHEN OTHER
                      STRING "  READ     " DELIMITED BY SIZE
                             INTO Xr-Line WITH POINTER Xr-Ptr
                      END-STRING
              END-EVALUATE.
              PERFORM VARYING XU-Idx FROM 1 BY 1
              UNTIL XU-Idx > XU-Count
                     IF xu-ds(XU-Idx) = DS-Idx
                     AND xu-mode(XU-Idx) = Xr-Flags THEN
                            IF Xr-Ptr > 88 THEN
                                   MOVE Xr-Line TO Rpt-Line
                                   PERFORM Write-Report-Line
                                   MOVE SPACE TO Xr-Line
                                   MOVE 12 TO Xr-Ptr
                            END-IF
                            MOVE "Y" TO Xr-Any
                            STRING TRIM(xu-prog(XU-Idx))
                                          DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   INTO Xr-Line WITH POINTER Xr-Ptr
                            END-STRING
                     END-IF
              END-PERFORM.
              IF Xr-Any = "Y" THEN
                     MOVE Xr-Line TO Rpt-Line
                     PERFORM Write-Report-Line
              END-IF.

      *> 1データセット指定時は項目の並びも出す
       315-Xref-Layout.
              IF ds-fields(DS-Idx) = 0 THEN
                     GO TO 315-Xref-Layout-End
              END-IF.
              MOVE "  FIELD            START  LEN TYPE" TO Rpt-Line.
              PERFORM Write-Report-Line.
              PERFORM VARYING CF-Idx FROM 1 BY 1
              UNTIL CF-Idx > CF-Count
                     IF cf-ds(CF-Idx) = DS-Idx THEN
                            MOVE cf-start(CF-Idx) TO Xr-Start-Z
                            MOVE cf-len(CF-Idx) TO Xr-Len-Z
                            MOVE SPACE TO Xr-Flags
                            MOVE 1 TO Xr-Ptr
                            IF cf-key(CF-Idx) = "Y" THEN
                                   STRING "KEY " DELIMITED BY SIZE
                                          INTO Xr-Flags
                                          WITH POINTER Xr-Ptr
                                   END-STRING
                            END-IF
                            IF cf-req(CF-Idx) = "Y" THEN
                                   STRING "REQ " DELIMITED BY SIZE
                                          INTO Xr-Flags
                                          WITH POINTER Xr-Ptr
                                   END-STRING
                            END-IF
                            IF cf-opt(CF-Idx) = "Y" THEN
                                   STRING "OPT " DELIMITED BY SIZE
                                          INTO Xr-Flags
                                          WITH POINTER Xr-Ptr
                                   END-STRING
                            END-IF
                            MOVE SPACE TO Rpt-Line
                            STRING "  " DELIMITED BY SIZE
                                   cf-name(CF-Idx) DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   Xr-Start-Z DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   Xr-Len-Z DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   cf-type(CF-Idx) DELIMITED BY SIZE
                                   "   " DELIMITED BY SIZE
                                   Xr-Flags DELIMITED BY SIZE
                                   INTO Rpt-Line
                            END-STRING
                            PERFORM Write-Report-Line
                     END-IF
              END-PERFORM.
       315-Xref-Layout-End.
              EXIT.

      *> プログラム指定時: 所有するファイルと読み書きするファイル
       320-Xref-Program.
              MOVE "N" TO Xr-Any.
              MOVE SPACE TO Rpt-Line.
              STRING "PROGRAM " DELIMITED BY SIZE
                     TRIM(Cmd-Arg) DELIMITED BY SIZE
                     INTO Rpt-Line
              END-STRING.
              PERFORM Write-Report-Line.
              PERFORM VARYING DS-Idx FROM 1 BY 1
              UNTIL DS-Idx > DS-Count
                     IF UPPER-CASE(ds-owner(DS-Idx)) = Cmd-Arg-Up
                     THEN
                            MOVE "Y" TO Xr-Any
                            MOVE SPACE TO Rpt-Line
                            STRING "  OWNS     " DELIMITED BY SIZE
                                   TRIM(ds-name(DS-Idx))
                                          DELIMITED BY SIZE
                                   INTO Rpt-Line
                            END-STRING
                            PERFORM Write-Report-Line
                     END-IF
              END-PERFORM.
              PERFORM VARYING XU-Idx FROM 1 BY 1
              UNTIL XU-Idx > XU-Count
                     IF UPPER-CASE(xu-prog(XU-Idx)) = Cmd-Arg-Up THEN
                            MOVE "Y" TO Xr-Any
                            MOVE SPACE TO Rpt-Line
                            STRING "  " DELIMITED BY SIZE
                                   xu-mode(XU-Idx) DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   TRIM(ds-name(xu-ds(XU-Idx)))
                                          DELIMITED BY SIZE
                                   INTO Rpt-Line
                            END-STRING
                            PERFORM Write-Report-Line
                     END-IF
              END-PERFORM.
              IF Xr-Any = "N" THEN
                     MOVE "  NOT A CATALOGUED DATASET OR PROGRAM"
                            TO Rpt-Line
                     PERFORM Write-Report-Line
                     MOVE 1 TO RETURN-CODE
              END-IF.

       COPY ERRLOGPD.
       COPY RUNHISTPD.
       COPY REPORTPD.
       END PROGRAM MAIN.
