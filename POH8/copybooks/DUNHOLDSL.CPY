      *> Shared SELECT for dunning suppression. CreditDesk RELEASE
      *> appends one record per released hold; the Receivables DUN
      *> run sends no reminder to that customer up to and including
      *> DH-UNTIL. COPY this in FILE-CONTROL and DUNHOLDFD in FILE
      *> SECTION.
              SELECT OPTIONAL DUNNING-HOLD
                     ASSIGN TO "DUNNING-HOLD"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Dun-Hold-Status.
