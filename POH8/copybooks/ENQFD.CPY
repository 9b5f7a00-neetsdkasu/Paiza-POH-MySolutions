      *> Record layout of the resource enqueue: one line per claim
      *> held. Mode is EXCL (sole use) or SHR (readers together);
      *> holder is the signed-on operator, or BATCH for a job step.
       FD  RESOURCE-ENQUEUE.
              01 RESOURCE-ENQUEUE-RECORD.
                     05 RQ-RESOURCE PIC X(20).
                     05 FILLER      PIC X.
                     05 RQ-MODE     PIC X(4).
                     05 FILLER      PIC X.
                     05 RQ-PROGRAM  PIC X(12).
                     05 FILLER      PIC X.
                     05 RQ-HOLDER   PIC X(8).
                     05 FILLER      PIC X.
                     05 RQ-DATE     PIC 9(8).
                     05 FILLER      PIC X.
                     05 RQ-TIME     PIC 9(6).
      *> STEP-METRICS layout (owned by JobControl) for lock waits.
       FD  ENQ-METRICS.
              01 ENQ-METRICS-RECORD.
                     05 EM-DATE    PIC 9(8).
                     05 FILLER     PIC X.
                     05 EM-STEP    PIC X(12).
                     05 FILLER     PIC X.
                     05 EM-START   PIC 9(6).
                     05 FILLER     PIC X.
                     05 EM-END     PIC 9(6).
                     05 FILLER     PIC X.
                     05 EM-ELAPSED PIC 9(6).
                     05 FILLER     PIC X.
                     05 EM-RECS    PIC 9(10).
                     05 FILLER     PIC X.
                     05 EM-COND    PIC 999.
