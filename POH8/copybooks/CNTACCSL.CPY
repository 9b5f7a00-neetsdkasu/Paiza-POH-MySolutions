      *> Shared SELECT for the cycle-count accuracy history. The
      *> record layout is in CNTACCFD.
              SELECT OPTIONAL COUNT-ACCURACY
                     ASSIGN TO "COUNT-ACCURACY"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Count-Accuracy-Status.
