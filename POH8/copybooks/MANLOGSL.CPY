      *> Shared SELECT for the cumulative carrier manifest log.
      *> SantaFuku and Fulfillment append one record for every
      *> shipment they put on a carrier manifest (the per-carrier
      *> manifest files themselves are rebuilt each run); FreightAudit
      *> matches the carriers' monthly bills against it. COPY this in
      *> FILE-CONTROL and MANLOGFD in FILE SECTION; the writer OPENs
      *> EXTEND, WRITEs and CLOSEs per shipment.
              SELECT OPTIONAL MANIFEST-LOG
                     ASSIGN TO "MANIFEST-LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Manifest-Log-Status.
