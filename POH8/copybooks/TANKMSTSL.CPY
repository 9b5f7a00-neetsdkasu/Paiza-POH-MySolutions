      *> Shared SELECT for the rio tank master ("tank-id capacity
      *> min-heel product" lines). COPY this in FILE-CONTROL,
      *> TANKMSTFD in FILE SECTION, TANKMSTWS in WORKING-STORAGE
      *> SECTION and TANKMSTPD among the PROCEDURE DIVISION
      *> paragraphs.
              SELECT OPTIONAL TANK-MASTER
                     ASSIGN TO "TANK-MASTER"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Tank-Master-Status.
