      *> Shared SELECT for the consumption tax rate master. COPY this
      *> in FILE-CONTROL, TAXRATEFD in FILE SECTION, TAXRATEWS in
      *> WORKING-STORAGE SECTION and TAXRATEPD among the PROCEDURE
      *> DIVISION paragraphs.
              SELECT OPTIONAL TAX-RATES
                     ASSIGN TO "TAX-RATES"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Tax-Rate-Status.
