      *> Shared SELECT for the Katyusha box/shipment hand-off file.
      *> ProcessOrderBatch writes one record per accepted order and,
      *> when the order batch balances, a closing trailer record
      *> (TRAILER <count> <sum>). Fulfillment costs the boxes and
      *> OrderBilling invoices the allocated quantity. COPY this in
      *> FILE-CONTROL and KBOXFD in FILE SECTION.
              SELECT OPTIONAL KATYUSHA-BOXES
                     ASSIGN TO "KATYUSHA-BOXES"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Boxes-Status.
