      *> WORKING-STORAGE for the resource enqueue. Set Enq-Program
      *> and Enq-Holder once at start-up; per claim set Enq-Resource
      *> and Enq-Mode and PERFORM Acquire-Resource THRU
      *> Acquire-Resource-End, and after the file is saved PERFORM
      *> Release-Resource. Before any error stop while claims are
      *> held PERFORM Release-All-Resources, which drops every claim
      *> of this Enq-Program and Enq-Holder. A conflicting claim is
      *> retried every Enq-Poll-Secs seconds for up to Enq-Wait-Max
      *> seconds, then the run is refused naming the holder (any
      *> claims it already holds are released first). Batch callers
      *> raise Enq-Wait-Max from ENQUEUE-BATCH-WAIT-SECONDS.
       01 Enqueue-Status PIC XX.
       01 Enq-Metrics-Status PIC XX.
       01 Enqueue-Values.
              05 Enq-Resource  PIC X(20) VALUE SPACE.
              05 Enq-Mode      PIC X(4)  VALUE "EXCL".
              05 Enq-Program   PIC X(12) VALUE SPACE.
              05 Enq-Holder    PIC X(8)  VALUE "BATCH".
              05 Enq-Wait-Max  PIC 9(5)  VALUE 60.
              05 Enq-Poll-Secs PIC 9(3)  VALUE 5.
              05 Enq-Waited    PIC 9(5)  VALUE 0.
              05 Enq-Waited-Z  PIC Z(4)9.
              05 Enq-Start-T   PIC 9(6).
              05 Enq-Stamp-D   PIC 9(8).
              05 Enq-Stamp-T   PIC 9(8).
              05 Enq-Cond      PIC 9(3).
              05 Enq-Found     PIC 9(3).
              05 Enq-Own       PIC 9(3).
              05 Enq-Released  PIC 9(3).
              05 Enq-Count     PIC 9(3) VALUE 0.
              05 Enq-Idx       PIC 9(3).
              05 Enq-Table OCCURS 200 TIMES.
                     10 eq-resource PIC X(20).
                     10 eq-mode     PIC X(4).
                     10 eq-program  PIC X(12).
                     10 eq-holder   PIC X(8).
                     10 eq-date     PIC 9(8).
                     10 eq-time     PIC 9(6).
