      *> Record layout of the tsubame prize claims file. One record
      *> per reserved prize:
      *>   PC-TICKET  winning ticket number
      *>   PC-TIER    prize tier (TIER-TABLE name)
      *>   PC-PRIZE   PRIZE-STOCK prize code reserved for the ticket
      *>   PC-AWARD   date the prize was reserved
      *>   PC-STATUS  RESERVED   waiting for the winner
      *>              REDEEMED   collected in person
      *>              DISPATCHED sent to the winner
      *>              EXPIRED    not claimed in time, the prize went
      *>                         back to PRIZE-STOCK
      *>   PC-DATE    date of the redemption, dispatch or expiry
      *>              (zero while RESERVED)
      *>   PC-CAMPAIGN campaign id (blank without a CAMPAIGN-MASTER)
       FD  PRIZE-CLAIMS.
              01 PRIZE-CLAIMS-RECORD.
                     05 PC-TICKET PIC 9(10).
                     05 FILLER    PIC X.
                     05 PC-TIER   PIC X(10).
                     05 FILLER    PIC X.
                     05 PC-PRIZE  PIC X(10).
                     05 FILLER    PIC X.
                     05 PC-AWARD  PIC 9(8).
                     05 FILLER    PIC X.
                     05 PC-STATUS PIC X(10).
                     05 FILLER    PIC X.
                     05 PC-DATE   PIC 9(8).
                     05 FILLER    PIC X.
                     05 PC-CAMPAIGN PIC X(6).
