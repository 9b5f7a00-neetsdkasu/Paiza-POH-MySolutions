                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Word-Review-Status.
       COPY SIGNONSL.
       COPY ENQSL.
       DATA DIVISION.
       FILE SECTION.
       FD  DICTIONARY-MASTER.
       FD  WORD-REVIEW.
              01 WORD-REVIEW-RECORD PIC X(10).
       COPY SIGNONFD.
       COPY ENQFD.
       WORKING-STORAGE SECTION.
       COPY SIGNONWS.
       COPY ENQWS.
       01 Dictionary-Status PIC XX.
       01 Word-Review-Status PIC XX.
       01 Command-Values.
       000-Start.
              MOVE "DICTMAINT" TO Audit-Program.
              PERFORM Operator-Sign-On.
      *> 辞書と審査ファイルは hello の読み込み中には触らない
              MOVE "DICTMAINT" TO Enq-Program.
              MOVE Operator-Id TO Enq-Holder.
              MOVE "DICTIONARY-MASTER" TO Enq-Resource.
              MOVE "EXCL" TO Enq-Mode.
              PERFORM Acquire-Resource THRU Acquire-Resource-End.
              PERFORM 010-Load-Dictionary
                     THRU 012-Dictionary-Loaded.
       020-Read-Command.
              IF Dict-Dirty = "Y" THEN
                     PERFORM 400-Rewrite-Dictionary
              END-IF.
              PERFORM Release-Resource.
              MOVE Added-Cnt TO Dict-Z.
              DISPLAY "DICTIONARY MAINTENANCE DONE, " TRIM(Dict-Z)
                     " WORD(S) ADDED".
              CLOSE DICTIONARY-MASTER.

       COPY SIGNONPD.
       COPY ENQPD.
       END PROGRAM DictMaint.
