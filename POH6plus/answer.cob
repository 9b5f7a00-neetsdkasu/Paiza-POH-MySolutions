                ASSIGN TO "WORD-REVIEW"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS Word-Review-Status.
            SELECT OPTIONAL PALIN-CARRY
                ASSIGN TO "PALIN-CARRY"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS Palin-Carry-Status.
        COPY RUNHISTSL.
        COPY CONFIGSL.
        COPY ERRLOGSL.
        COPY SEALSL.
        COPY ENQSL.
        DATA DIVISION.
        FILE SECTION.
        FD  WORDS-IN.
            01 DICTIONARY-MASTER-RECORD PIC X(10).
        FD  WORD-REVIEW.
            01 WORD-REVIEW-RECORD PIC X(10).
      *> 相手の見つからなかった承認語の持ち越し (語と着日)
        FD  PALIN-CARRY.
            01 PALIN-CARRY-RECORD.
                05 PC-WORD PIC X(10).
                05 FILLER  PIC X.
                05 PC-DATE PIC 9(8).
        SD  SORT-WORK.
            01 SORT-REC PIC A(10).
        COPY RUNHISTFD.
        COPY CONFIGFD.
        COPY ERRLOGFD.
        COPY SEALFD.
        COPY ENQFD.
        WORKING-STORAGE SECTION.
        COPY RUNHISTWS.
        COPY CONFIGWS.
        COPY REPORTWS.
        COPY TRAILERWS.
        COPY ERRLOGWS.
        COPY SEALWS.
        COPY ENQWS.
            01 Palin-Feed-Status PIC XX.
            01 Group-Values.
                05 Orig-Count PIC 9(4) VALUE 0.
            01 Palin-Sent-Status PIC XX.
            01 Dictionary-Status PIC XX.
            01 Word-Review-Status PIC XX.
            01 Palin-Carry-Status PIC XX.
      *> 持ち越し語。Carry-State は
      *>   "W" Word 表へ合流した / "U" 今夜の組で使った (対になった)
      *>   "K" Word 表が満杯で合流せずそのまま持ち越す
      *>   "X" 期限切れ / "R" 辞書から外れた
            01 Carry-Values IS GLOBAL.
                05 Carry-Active PIC X VALUE "N".
                05 Carry-Days   PIC 9(4) VALUE 7.
                05 Carry-Today  PIC 9(8).
                05 Carry-Today-I PIC 9(8).
                05 Carry-Age    PIC 9(8).
                05 Carry-Count  PIC 9(4) VALUE 0.
                05 Carry-Idx    PIC 9(4).
                05 Carry-Hit    PIC 9(4).
                05 Carry-Table OCCURS 9999 TIMES.
                    10 Carry-Word  PIC A(10).
                    10 Carry-Date  PIC 9(8).
                    10 Carry-State PIC X.
                05 Unm-Count    PIC 9(4) VALUE 0.
                05 Unm-Word     PIC A(10) OCCURS 9999 TIMES.
                05 CP-Count     PIC 9(4) VALUE 0.
                05 CP-Idx       PIC 9(4).
                05 CP-Table OCCURS 5000 TIMES.
                    10 CP-Left  PIC A(10).
                    10 CP-Right PIC A(10).
                    10 CP-Date  PIC 9(8).
                05 Carry-In     PIC 9(5) VALUE 0.
                05 Carry-Merged PIC 9(5) VALUE 0.
                05 Carry-Expired PIC 9(5) VALUE 0.
                05 Carry-Withdrawn PIC 9(5) VALUE 0.
                05 Carry-Paired PIC 9(5) VALUE 0.
                05 Carry-Out    PIC 9(5) VALUE 0.
                05 Carry-Z      PIC Z(4)9.
            01 Dictionary-Values.
                05 Dict-Count    PIC 9(4) VALUE 0.
                05 Dict-Idx      PIC 9(4).
                GO TO Process-Length-Groups.
        ENTRY "ReadWordsFromFile".
                MOVE "HELLO" TO Run-Hist-Program Err-Program.
      *> 辞書を読んで審査ファイルへ書き足す間は DictMaint を待たせる
                MOVE "HELLO" TO Config-Program Enq-Program.
                PERFORM Load-Config-Master THRU Load-Config-Master-End.
                MOVE "ENQUEUE-BATCH-WAIT-SECONDS" TO Config-Param-Name.
                MOVE "1800" TO Config-Param-Value.
                PERFORM Get-Config-Param.
                IF TRIM(Config-Param-Value) IS NUMERIC THEN
                    MOVE NUMVAL(TRIM(Config-Param-Value))
                        TO Enq-Wait-Max
                END-IF.
                MOVE "DICTIONARY-MASTER" TO Enq-Resource.
                MOVE "SHR" TO Enq-Mode.
                PERFORM Acquire-Resource THRU Acquire-Resource-End.
                PERFORM Load-Dictionary THRU Load-Dictionary-End.
                PERFORM Load-Checkpoint THRU Load-Checkpoint-End.
                OPEN INPUT WORDS-IN.
                    MOVE Diverted-Cnt TO Dict-Cnt-Z
                    DISPLAY "DIVERTED TO REVIEW: " TRIM(Dict-Cnt-Z)
                END-IF.
      *> 前夜までの持ち越し語を整列前の Word 表へ合流させる
                PERFORM Merge-Carry-Pool THRU Merge-Carry-Pool-End.
                PERFORM Release-Resource.
                GO TO Process-Length-Groups.
      *> 語長ごとにグループ化し、それぞれで整列と回文構築を行う。
      *> 混在語長の入力が通常なので長さ不一致は打ち切りにしない。
                CLOSE RUN-LOG.
                CLOSE PALIN-FEED.
                PERFORM Register-Sent-Feed.
                IF Carry-Active = "Y" THEN
                    PERFORM Save-Carry-Pool THRU Save-Carry-Pool-End
                    PERFORM Carry-Ageing-Report
                END-IF.
                MOVE Orig-Count TO Run-Hist-Read.
                MOVE Total-Pairs TO Run-Hist-Total.
                PERFORM Write-Run-History.
                MOVE 1 TO Feed-Offset.
        Write-Palin-Feed-Data.
                IF Feed-Offset > Feed-Length THEN
                    GO TO Write-Palin-Feed-Carried
                END-IF
                COMPUTE Feed-Chunk = Feed-Length - Feed-Offset + 1.
                IF Feed-Chunk > 60 THEN
                ADD 1 TO Feed-Recs.
                ADD 60 TO Feed-Offset.
                GO TO Write-Palin-Feed-Data.
        Write-Palin-Feed-Carried.
      *> 持ち越し語でできた対は CRY 行で示す (語, 相手, 持ち越し語の
      *> 着日)
                MOVE 1 TO CP-Idx.
        Write-Palin-Feed-Carried-Loop.
                IF CP-Idx > CP-Count THEN
                    MOVE 0 TO CP-Count
                    GO TO Write-Palin-Feed-Trailer
                END-IF
                MOVE SPACE TO PALIN-FEED-RECORD.
                STRING "CRY " DELIMITED BY SIZE
                    TRIM(CP-Left(CP-Idx)) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    TRIM(CP-Right(CP-Idx)) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    CP-Date(CP-Idx) DELIMITED BY SIZE
                    INTO PALIN-FEED-RECORD
                END-STRING.
                WRITE PALIN-FEED-RECORD.
                ADD 1 TO Feed-Recs.
                ADD 1 TO CP-Idx.
                GO TO Write-Palin-Feed-Carried-Loop.
        Write-Palin-Feed-Trailer.
                MOVE SPACE TO PALIN-FEED-RECORD.
                STRING "TRL " DELIMITED BY SIZE
                MOVE "WORD COUNT EXCEEDS ARRAY LIMIT OF 9999"
                    TO Err-Text.
                PERFORM Write-Error-Log.
      *> 持ち越しプールを読み、期限切れ (着日から PALIN-CARRY-DAYS
      *> 日超) と辞書から外れた語を落とし、残りを Word 表へ入れる
        Merge-Carry-Pool.
                MOVE "Y" TO Carry-Active.
                MOVE "HELLO" TO Config-Program.
                PERFORM Load-Config-Master THRU Load-Config-Master-End.
                MOVE "PALIN-CARRY-DAYS" TO Config-Param-Name.
                MOVE "7" TO Config-Param-Value.
                PERFORM Get-Config-Param.
                IF TRIM(Config-Param-Value) IS NUMERIC THEN
                    MOVE NUMVAL(TRIM(Config-Param-Value)) TO Carry-Days
                END-IF.
                ACCEPT Carry-Today FROM DATE YYYYMMDD.
                MOVE INTEGER-OF-DATE(Carry-Today) TO Carry-Today-I.
                OPEN INPUT PALIN-CARRY.
                IF Palin-Carry-Status NOT = "00" THEN
                    IF Palin-Carry-Status = "05" THEN
                        CLOSE PALIN-CARRY
                    END-IF
                    GO TO Merge-Carry-Pool-End
                END-IF.
        Merge-Carry-Pool-Read.
                READ PALIN-CARRY
                    AT END
                        CLOSE PALIN-CARRY
                        GO TO Merge-Carry-Pool-End
                END-READ.
                IF PC-WORD = SPACE OR Carry-Count >= 9999 THEN
                    GO TO Merge-Carry-Pool-Read
                END-IF.
                ADD 1 TO Carry-Count.
                ADD 1 TO Carry-In.
                MOVE PC-WORD TO Carry-Word(Carry-Count).
                MOVE PC-DATE TO Carry-Date(Carry-Count).
                MOVE 0 TO Carry-Age.
                IF PC-DATE IS NUMERIC AND PC-DATE NOT = 0
                AND TEST-DATE-YYYYMMDD(PC-DATE) = 0 THEN
                    IF INTEGER-OF-DATE(PC-DATE) < Carry-Today-I THEN
                        COMPUTE Carry-Age =
                            Carry-Today-I - INTEGER-OF-DATE(PC-DATE)
                    END-IF
                ELSE
                    MOVE Carry-Today TO Carry-Date(Carry-Count)
                END-IF.
                IF Carry-Age > Carry-Days THEN
                    MOVE "X" TO Carry-State(Carry-Count)
                    ADD 1 TO Carry-Expired
                    GO TO Merge-Carry-Pool-Read
                END-IF.
                MOVE PC-WORD TO WORDS-IN-RECORD.
                MOVE "N" TO Trl-Is-Trailer.
                PERFORM Check-Dictionary-Word
                    THRU Check-Dictionary-Word-End.
                IF Dict-Found = "N" THEN
                    MOVE "R" TO Carry-State(Carry-Count)
                    ADD 1 TO Carry-Withdrawn
                    GO TO Merge-Carry-Pool-Read
                END-IF.
                IF Number-Of-Words >= 9999 THEN
                    MOVE "K" TO Carry-State(Carry-Count)
                    GO TO Merge-Carry-Pool-Read
                END-IF.
                MOVE "W" TO Carry-State(Carry-Count).
                ADD 1 TO Carry-Merged.
      *> 今夜の入力にも同じ語があれば二重に入れない (着日は引き継ぐ)
                MOVE 0 TO Carry-Hit.
                PERFORM VARYING Index1 FROM 1 BY 1
                    UNTIL Index1 > Number-Of-Words OR Carry-Hit > 0
                    IF Word(Index1) = PC-WORD THEN
                        MOVE Index1 TO Carry-Hit
                    END-IF
                END-PERFORM.
                IF Carry-Hit > 0 THEN
                    GO TO Merge-Carry-Pool-Read
                END-IF.
                ADD 1 TO Number-Of-Words.
                MOVE PC-WORD TO Word(Number-Of-Words).
                GO TO Merge-Carry-Pool-Read.
        Merge-Carry-Pool-End.
                EXIT.

      *> 今夜の未対語を持ち越しプールへ書く。持ち越し語が再び残った
      *> ときは元の着日のまま、新しい語は今日の着日で書く
        Save-Carry-Pool.
                OPEN OUTPUT PALIN-CARRY.
                MOVE 1 TO Index1.
        Save-Carry-Pool-Loop.
                IF Index1 > Unm-Count THEN
                    GO TO Save-Carry-Pool-Kept
                END-IF
                MOVE SPACE TO PALIN-CARRY-RECORD.
                MOVE Unm-Word(Index1) TO PC-WORD.
                MOVE Carry-Today TO PC-DATE.
                MOVE 0 TO Carry-Hit.
                PERFORM VARYING Carry-Idx FROM 1 BY 1
                    UNTIL Carry-Idx > Carry-Count OR Carry-Hit > 0
                    IF Carry-State(Carry-Idx) = "W"
                    AND Carry-Word(Carry-Idx) = Unm-Word(Index1) THEN
                        MOVE Carry-Idx TO Carry-Hit
                    END-IF
                END-PERFORM.
                IF Carry-Hit > 0 THEN
                    MOVE "U" TO Carry-State(Carry-Hit)
                    MOVE Carry-Date(Carry-Hit) TO PC-DATE
                END-IF.
                WRITE PALIN-CARRY-RECORD.
                ADD 1 TO Carry-Out.
                ADD 1 TO Index1.
                GO TO Save-Carry-Pool-Loop.
        Save-Carry-Pool-Kept.
                PERFORM VARYING Carry-Idx FROM 1 BY 1
                    UNTIL Carry-Idx > Carry-Count
                    IF Carry-State(Carry-Idx) = "K" THEN
                        MOVE SPACE TO PALIN-CARRY-RECORD
                        MOVE Carry-Word(Carry-Idx) TO PC-WORD
                        MOVE Carry-Date(Carry-Idx) TO PC-DATE
                        WRITE PALIN-CARRY-RECORD
                        ADD 1 TO Carry-Out
                    END-IF
                END-PERFORM.
                CLOSE PALIN-CARRY.
        Save-Carry-Pool-End.
                EXIT.

      *> 持ち越しの経過報告: 期限切れ・辞書外で落ちた語の一覧と件数
        Carry-Ageing-Report.
                MOVE "HELLO" TO Rpt-Program.
                MOVE "PALINDROME CARRY-FORWARD AGEING" TO Rpt-Title.
                PERFORM Begin-Report.
                MOVE Carry-Days TO Carry-Z.
                STRING "POOL AGE LIMIT " DELIMITED BY SIZE
                    TRIM(Carry-Z) DELIMITED BY SIZE
                    " DAY(S)" DELIMITED BY SIZE
                    INTO Rpt-Line
                END-STRING.
                PERFORM Write-Report-Line.
                PERFORM VARYING Carry-Idx FROM 1 BY 1
                    UNTIL Carry-Idx > Carry-Count
                    IF Carry-State(Carry-Idx) = "X"
                    OR Carry-State(Carry-Idx) = "R" THEN
                        MOVE Carry-Word(Carry-Idx) TO Rpt-Line
                        MOVE Carry-Date(Carry-Idx) TO Rpt-Line(12:8)
                        IF Carry-State(Carry-Idx) = "X" THEN
                            MOVE "EXPIRED" TO Rpt-Line(22:)
                        ELSE
                            MOVE "NO LONGER IN DICTIONARY"
                                TO Rpt-Line(22:)
                        END-IF
                        PERFORM Write-Report-Line
                    END-IF
                END-PERFORM.
                MOVE Carry-In TO Carry-Z.
                STRING "CARRIED IN     " DELIMITED BY SIZE
                    Carry-Z DELIMITED BY SIZE INTO Rpt-Line
                END-STRING.
                PERFORM Write-Report-Line.
                MOVE Carry-Expired TO Carry-Z.
                STRING "EXPIRED        " DELIMITED BY SIZE
                    Carry-Z DELIMITED BY SIZE INTO Rpt-Line
                END-STRING.
                PERFORM Write-Report-Line.
                MOVE Carry-Withdrawn TO Carry-Z.
                STRING "WITHDRAWN      " DELIMITED BY SIZE
                    Carry-Z DELIMITED BY SIZE INTO Rpt-Line
                END-STRING.
                PERFORM Write-Report-Line.
                MOVE Carry-Paired TO Carry-Z.
                STRING "PAIRED TONIGHT " DELIMITED BY SIZE
                    Carry-Z DELIMITED BY SIZE INTO Rpt-Line
                END-STRING.
                PERFORM Write-Report-Line.
                MOVE Carry-Out TO Carry-Z.
                STRING "CARRIED OUT    " DELIMITED BY SIZE
                    Carry-Z DELIMITED BY SIZE INTO Rpt-Line
                END-STRING.
                PERFORM Write-Report-Line.
                PERFORM End-Report.
        COPY SEALPD.
        COPY RUNHISTPD.
        COPY CONFIGPD.
        COPY REPORTPD.
        COPY TRAILERPD.
        COPY ERRLOGPD.
        COPY ENQPD.
        PROGRAM-ID. Seek-Reverse-Word.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
                END-STRING
                WRITE RUN-LOG-RECORD
                MOVE "Y" TO Used-Flag(Found-At)
                IF Carry-Count > 0 THEN
                    PERFORM Flag-Carried-Pair
                END-IF
                GOBACK
            END-IF
            IF Reversed-Word = Word(IndexF1) THEN
                       INTO RUN-LOG-RECORD
                END-STRING
                WRITE RUN-LOG-RECORD
                ADD 1 TO Unm-Count
                MOVE Word(IndexF1) TO Unm-Word(Unm-Count)
            END-IF
            GOBACK.
      *> 対の片方が持ち越し語 (合流済みで未使用) ならフィードの CRY
      *> 行の対象にする
        Flag-Carried-Pair.
            MOVE 0 TO Carry-Hit.
            PERFORM VARYING Carry-Idx FROM 1 BY 1
                UNTIL Carry-Idx > Carry-Count OR Carry-Hit > 0
                IF Carry-State(Carry-Idx) = "W"
                AND (Carry-Word(Carry-Idx) = Word(IndexF1)
                     OR Carry-Word(Carry-Idx) = Word(Found-At)) THEN
                    MOVE Carry-Idx TO Carry-Hit
                END-IF
            END-PERFORM.
            IF Carry-Hit > 0 AND CP-Count < 5000 THEN
                MOVE "U" TO Carry-State(Carry-Hit)
                ADD 1 TO Carry-Paired
                ADD 1 TO CP-Count
                MOVE Word(IndexF1) TO CP-Left(CP-Count)
                MOVE Word(Found-At) TO CP-Right(CP-Count)
                MOVE Carry-Date(Carry-Hit) TO CP-Date(CP-Count)
            END-IF.
        Binary-Search.
      *> 整列済みの Word から Reversed-Word の最左位置を二分探索し、
      *> IndexF1 より後ろの未使用の一致要素を Found-At に返す
