      *> Record layouts of the supplier master (code, name, status
      *> ACTIVE / INACTIVE, default lead time in days) and of the
      *> preferred-supplier list per part ("part supplier [price]",
      *> price being the agreed unit price), and of the supplier
      *> quality status (APPROVED / PROBATION / BLOCKED) with the
      *> date it took effect.
       FD  SUPPLIER-MASTER.
              01 SUPPLIER-MASTER-RECORD PIC X(60).
       FD  PART-SUPPLIERS.
              01 PART-SUPPLIERS-RECORD PIC X(40).
       FD  SUPPLIER-QUALITY.
              01 SUPPLIER-QUALITY-RECORD.
                     05 SQ-CODE   PIC X(10).
                     05 FILLER    PIC X.
                     05 SQ-STATUS PIC X(9).
                     05 FILLER    PIC X.
                     05 SQ-SINCE  PIC 9(8).
