      *> Shared SELECT for the computed reorder points. COPY this in
      *> FILE-CONTROL, REORDPTFD in FILE SECTION, REORDPTWS in
      *> WORKING-STORAGE SECTION and REORDPTPD among the PROCEDURE
      *> DIVISION paragraphs.
              SELECT OPTIONAL REORDER-POINTS
                     ASSIGN TO "REORDER-POINTS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Reorder-Point-Status.
