      *> Shared SELECT for the tsubame prize claims file. COPY this
      *> in FILE-CONTROL and PRZCLMFD in FILE SECTION. PrizeAlloc
      *> appends a claim for every prize it reserves; PrizeClaim
      *> records the redemption, dispatch or expiry of each one.
              SELECT OPTIONAL PRIZE-CLAIMS
                     ASSIGN TO "PRIZE-CLAIMS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Prize-Claims-Status.
