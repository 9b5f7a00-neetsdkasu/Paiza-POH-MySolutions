      *> Record layout of the invoice numbering control.
       FD  YUKATA-INVCTL.
              01 INVCTL-RECORD.
                     05 IC-NEXT-INV PIC 9(8).
