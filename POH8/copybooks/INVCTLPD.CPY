      *> Loader, taker and writer for the invoice numbering control.
       Load-Invoice-Control.
              OPEN INPUT YUKATA-INVCTL.
              IF Invctl-Status = "00" THEN
                     READ YUKATA-INVCTL
                            AT END
                                CONTINUE
                     END-READ
                     IF Invctl-Status = "00" THEN
                            MOVE IC-NEXT-INV TO Next-Inv-No
                     END-IF
                     CLOSE YUKATA-INVCTL
              ELSE
                     IF Invctl-Status = "05" THEN
                            CLOSE YUKATA-INVCTL
                     END-IF
              END-IF.

       Take-Invoice-Number.
              MOVE Next-Inv-No TO Inv-No.
              ADD 1 TO Next-Inv-No.

       Save-Invoice-Control.
              OPEN OUTPUT YUKATA-INVCTL.
              MOVE Next-Inv-No TO IC-NEXT-INV.
              WRITE INVCTL-RECORD.
              CLOSE YUKATA-INVCTL.
