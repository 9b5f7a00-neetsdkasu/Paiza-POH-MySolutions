      *> RUNHISTWS (program name is taken from Run-Hist-Program).
      *> Per metric: MOVE the metric code to Daily-Metric and the
      *> value to Daily-Value, then PERFORM Write-Daily-Total.
      *> Records are dated today unless Daily-As-Of holds a date
      *> (used by period summaries dated to the period end).
       01 Daily-Totals-Status PIC XX.
       01 Daily-Totals-Values.
              05 Daily-Site   PIC X(4) VALUE "POH1".
              05 Daily-Metric PIC X(8).
              05 Daily-Value  PIC 9(15).
              05 Daily-Date   PIC 9(8).
              05 Daily-As-Of  PIC 9(8) VALUE 0.
