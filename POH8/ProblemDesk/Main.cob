              05 sc-opened   PIC 9(3) VALUE 0.
              05 sc-z        PIC Z(4)9.
              05 sc-age-z    PIC Z(4)9.
      *> 一夜でも記録されたら問題票を起こすコード (監査指摘など)
       01 Audit-Code-Values.
              05 Due-Flag   PIC X.
              05 AU-Idx     PIC 9.
              05 AU-Code OCCURS 5 TIMES PIC X(7).
       PROCEDURE DIVISION.
       MAIN-ROUTINE SECTION.
       000-MAIN.
                     MOVE NUMVAL(TRIM(Config-Param-Value))
                            TO Age-Limit
              END-IF.
              MOVE "PROBLEM-AUDIT-CODES" TO Config-Param-Name.
              MOVE "SOD-001" TO Config-Param-Value.
              PERFORM Get-Config-Param.
              MOVE SPACE TO AU-Code(1) AU-Code(2) AU-Code(3)
                     AU-Code(4) AU-Code(5).
              UNSTRING Config-Param-Value DELIMITED BY ALL " "
                     INTO AU-Code(1) AU-Code(2) AU-Code(3)
                          AU-Code(4) AU-Code(5).
              ACCEPT sc-today FROM DATE YYYYMMDD.
              MOVE INTEGER-OF-DATE(sc-today) TO sc-today-i.
              PERFORM 010-Load-Problems THRU 012-Problems-Loaded.
      *> エラーログを走査し、コードごとの発生夜数を数える。夜数が
      *> しきい値を超えた再発コードは問題票を起こす (既に OPEN /
      *> IN-PROGRESS の問題があれば最終確認日だけ更新し、重複
      *> アラートは抑止する)。PROBLEM-AUDIT-CODES に挙げたコード
      *> (職務分離の違反など) は一夜目から問題票を起こす
       100-Scan-Error-Log.
              MOVE 0 TO CD-Count.
              OPEN INPUT ERROR-LOG.
                     PERFORM WITH TEST AFTER
                     VARYING CD-Idx FROM 1 BY 1
                     UNTIL CD-Idx >= CD-Count
                            PERFORM 125-Judge-Code
                            IF Due-Flag = "Y" THEN
                                   PERFORM 130-Raise-Problem
                                          THRU
                                          130-Raise-Problem-End
       100-Scan-Error-Log-End.
              EXIT.

      *> 夜数がしきい値を超えたか、即時に起こすコードなら対象
       125-Judge-Code.
              MOVE "N" TO Due-Flag.
              IF cd-nights(CD-Idx) > Night-Limit THEN
                     MOVE "Y" TO Due-Flag
              END-IF.
              PERFORM VARYING AU-Idx FROM 1 BY 1 UNTIL AU-Idx > 5
                     IF AU-Code(AU-Idx) NOT = SPACE
                     AND AU-Code(AU-Idx) = cd-code(CD-Idx) THEN
                            MOVE "Y" TO Due-Flag
                     END-IF
              END-PERFORM.

       130-Raise-Problem.
              MOVE 0 TO PB-Found.
              IF PB-Count > 0 THEN
