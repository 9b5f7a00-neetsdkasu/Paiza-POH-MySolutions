      *> Shared SELECT for the backorder file (Katyusha short order
      *> lines, Tareme short parts). The record layout is in
      *> BACKORDFD.
              SELECT OPTIONAL BACKORDER
                     ASSIGN TO "BACKORDER"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Backorder-Status.
