                     05 FILLER  PIC X.
      *> 種別4/5 (実地棚卸による W/C の絶対値セット) だけが使う。
      *> 旧レコードでは空白のままで、種別1-3の適用では参照しない。
      *> (発注入荷の種別1/2 では計量値が入るが再構築には使わない)
                     05 RJ-AMT  PIC 9(4)V9(2).
                     05 FILLER  PIC X.
                     05 RJ-PO   PIC X(6).
       FD  TANK-STATE.
              01 TANK-STATE-RECORD.
                     05 TSR-K PIC 9(2).
