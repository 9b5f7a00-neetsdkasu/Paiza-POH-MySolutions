      *> Shared SELECT for the ABC part classes. COPY this in
      *> FILE-CONTROL, PARTCLSFD in FILE SECTION, PARTCLSWS in
      *> WORKING-STORAGE SECTION and PARTCLSPD among the PROCEDURE
      *> DIVISION paragraphs.
              SELECT OPTIONAL PART-CLASSES
                     ASSIGN TO "PART-CLASSES"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Part-Class-Status.
