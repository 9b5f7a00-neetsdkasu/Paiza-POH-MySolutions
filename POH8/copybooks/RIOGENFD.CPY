      *> Record layout of the rio blend lot genealogy. Every blend
      *> (event type 3) gets a lot number and these records:
      *>   LOT    the blend itself: tank, run id, date, quantity
      *>   PARENT GN-REF = the previous lot blended in the same tank,
      *>          whose residue is part of this lot
      *>   EVENT  a RIO-JOURNAL event (GN-RUN, GN-TANK, type GN-T,
      *>          quantity GN-S) that went into the tank since the
      *>          previous lot; GN-PO is the purchase order number
      *>          when the event was a raw-material delivery
      *>   QC     GN-REF = the QC-TICKETS number sampled from the lot
       FD  RIO-GENEALOGY.
              01 RIO-GENEALOGY-RECORD.
                     05 GN-LOT  PIC 9(6).
                     05 FILLER  PIC X.
                     05 GN-KIND PIC X(6).
                     05 FILLER  PIC X.
                     05 GN-TANK PIC 9(2).
                     05 FILLER  PIC X.
                     05 GN-RUN  PIC X(14).
                     05 FILLER  PIC X.
                     05 GN-DATE PIC 9(8).
                     05 FILLER  PIC X.
                     05 GN-T    PIC 9(2).
                     05 FILLER  PIC X.
                     05 GN-S    PIC 9(3).
                     05 FILLER  PIC X.
                     05 GN-PO   PIC X(6).
                     05 FILLER  PIC X.
                     05 GN-REF  PIC 9(6).
