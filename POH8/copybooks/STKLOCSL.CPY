      *> Shared SELECT for the stock locations (on-hand per part and
      *> storage location). COPY this in FILE-CONTROL, STKLOCFD in
      *> FILE SECTION, STKLOCWS in WORKING-STORAGE SECTION and
      *> STKLOCPD among the PROCEDURE DIVISION paragraphs.
              SELECT OPTIONAL STOCK-LOCATIONS
                     ASSIGN TO "STOCK-LOCATIONS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Stock-Loc-Status.
