      *> Shared SELECT for the receivables open-items ledger. Every
      *> program that raises or settles an invoice appends or
      *> rewrites AR-OPEN-ITEMS through this layout. COPY this in
      *> FILE-CONTROL and ARITEMFD in FILE SECTION.
              SELECT OPTIONAL AR-OPEN-ITEMS
                     ASSIGN TO "AR-OPEN-ITEMS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Ar-Items-Status.
