      *> Shared SELECT for the purchase order master. The record
      *> layout is in POMSTFD.
              SELECT OPTIONAL PO-MASTER
                     ASSIGN TO "PO-MASTER"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Po-Master-Status.
