      *> Shared SELECT for the receiving inspection results that
      *> CuteIshou writes per purchase order and Purchasing posts
      *> with its INSPECTED command. The record layout is in
      *> INSPRESFD.
              SELECT OPTIONAL INSPECTION-RESULTS
                     ASSIGN TO "INSPECTION-RESULTS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Insp-Results-Status.
