      *> Shared SELECT for the rio blend lot genealogy. COPY this in
      *> FILE-CONTROL and RIOGENFD in FILE SECTION. Answer appends
      *> the records as it blends; RioRecall reads them back.
              SELECT OPTIONAL RIO-GENEALOGY
                     ASSIGN TO "RIO-GENEALOGY"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Genealogy-Status.
