      *> Shared SELECTs for the resource enqueue. A program that
      *> updates a shared master claims the resource by name before
      *> it loads the file and releases it after the file is saved,
      *> so online maintenance and the nightly batch never update
      *> the same file at once. Lock waits are appended to
      *> STEP-METRICS as step "L-" and the first ten characters
      *> of the program, which fits the 12-character step name.
      *> COPY this in FILE-CONTROL, ENQFD in FILE SECTION, ENQWS in
      *> WORKING-STORAGE SECTION and ENQPD among the PROCEDURE
      *> DIVISION paragraphs.
              SELECT OPTIONAL RESOURCE-ENQUEUE
                     ASSIGN TO "RESOURCE-ENQUEUE"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Enqueue-Status.
              SELECT OPTIONAL ENQ-METRICS
                     ASSIGN TO "STEP-METRICS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Enq-Metrics-Status.
