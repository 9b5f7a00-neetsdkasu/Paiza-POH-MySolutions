      *> Shared SELECT for the Katyusha freight hand-off file.
      *> Fulfillment rate-shops each shipping order against
      *> CARRIER-RATES and writes one record per order that found a
      *> carrier; OrderBilling adds the freight to the invoice as its
      *> own line. COPY this in FILE-CONTROL and KFRTFD in FILE
      *> SECTION.
              SELECT OPTIONAL KATYUSHA-FREIGHT
                     ASSIGN TO "KATYUSHA-FREIGHT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Freight-Status.
