      *> Record layout of KATYUSHA-FREIGHT: order, the carrier chosen
      *> (cheapest covering bracket for the box's volumetric weight),
      *> the weight quoted and the freight charge.
       FD  KATYUSHA-FREIGHT.
              01 KATYUSHA-FREIGHT-RECORD.
                     05 KF-ORDER   PIC X(10).
                     05 FILLER     PIC X.
                     05 KF-CARRIER PIC X(8).
                     05 FILLER     PIC X.
                     05 KF-WEIGHT  PIC 9(7).
                     05 FILLER     PIC X.
                     05 KF-FREIGHT PIC 9(7)V99.
