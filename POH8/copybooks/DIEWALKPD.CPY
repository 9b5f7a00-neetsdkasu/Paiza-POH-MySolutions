      *> Shared die-table walk. One query: start at Walk-D, step to
      *> the cell after it and jump by that cell's value until the
      *> goal (n - 1) is reached, the walk leaves the board, a zero
      *> cell stops it or a cell is visited twice.
       Walk-One-Query.
              MOVE "N" TO Walk-Ok.
              MOVE 0 TO Walk-Jumps.
              PERFORM WITH TEST AFTER VARYING Walk-J
                      FROM 1 BY 1 UNTIL Walk-J = Walk-N
                     MOVE 0 TO Walk-Seen(Walk-J)
              END-PERFORM.
              PERFORM WITH TEST AFTER VARYING Walk-J
                      FROM 1 BY 1 UNTIL Walk-J > Walk-N
                     IF Walk-D < 1 OR Walk-D >= Walk-N THEN
                            EXIT PERFORM
                     END-IF
                     ADD 1 TO Walk-Jumps
                     IF Walk-D = Walk-N - 1 THEN
                            MOVE "Y" TO Walk-Ok
                            EXIT PERFORM
                     END-IF
                     COMPUTE Walk-X = Walk-D + 1
                     IF Walk-Cells(Walk-X) = 0 THEN
                            EXIT PERFORM
                     END-IF
                     IF Walk-Seen(Walk-X) = 1 THEN
                            EXIT PERFORM
                     END-IF
                     MOVE 1 TO Walk-Seen(Walk-X)
                     ADD Walk-Cells(Walk-X) TO Walk-D
              END-PERFORM.
