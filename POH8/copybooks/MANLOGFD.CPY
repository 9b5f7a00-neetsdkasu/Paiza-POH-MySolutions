      *> Record layout of MANIFEST-LOG: ship date, carrier, manifest
      *> reference printed on the manifest line (SF + date + shipment
      *> number for SantaFuku, KT + order id for Katyusha orders),
      *> volumetric weight, the freight quoted when the carrier was
      *> chosen and the program that shipped it.
       FD  MANIFEST-LOG.
              01 MANIFEST-LOG-RECORD.
                     05 ML-DATE    PIC 9(8).
                     05 FILLER     PIC X.
                     05 ML-CARRIER PIC X(8).
                     05 FILLER     PIC X.
                     05 ML-REF     PIC X(16).
                     05 FILLER     PIC X.
                     05 ML-WEIGHT  PIC 9(7).
                     05 FILLER     PIC X.
                     05 ML-QUOTED  PIC 9(7)V99.
                     05 FILLER     PIC X.
                     05 ML-SOURCE  PIC X(12).
