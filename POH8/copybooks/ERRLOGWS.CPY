      *>   RIO-004 E what-if target over 100 percent
      *>   RIO-005 E tank table full, unknown tank refused
      *>   RIO-006 E tank on QC hold, event or what-if refused
      *>   RIO-007 E event tank not on the tank master, refused
      *>   RIO-008 E event product not allowed in the tank, refused
      *>   RIO-009 E event would overfill the tank, refused
      *>   RIO-010 W blend deferred, would draw tank below its heel
      *>   RIO-011 W blend deferred, tank not on the tank master
      *>   RIO-012 W genealogy table full, event not linked to a lot
      *>   MG7-001 E board row count exceeds 200-row limit
      *>   MG7-002 E pattern row count exceeds 200-row limit
      *>   CUT-001 W check line failed to parse (bad-input)
      *>   TTS-002 E bad marker line in multi-marker input
      *>   YUK-001 W out-of-sequence event time in game record
      *>   MEC-001 E posting rejected, period already closed
      *>   MEC-002 E close refused, period GL journal not balanced
      *>   MEC-003 E year-end refused, fiscal year has open periods
      *>   MEC-004 E year-end refused, ledger archive not written
      *>   JCL-001 E job-card file cannot be opened
      *>   JCL-002 E unknown disposition on a step card
      *>   JCL-003 E bad COND value on a step card
      *>   JCL-005 W step elapsed time over its SLA limit
      *>   JCL-006 W step record count outside its SLA bounds
      *>   SEL-001 E state file does not match its integrity seal
      *>   GLJ-001 E GL night rejected, debits and credits differ
      *>   GLJ-002 E no posting rule or account for a GL event
      *>   GLJ-003 E no standard cost for a received part
      *>   DSC-001 E step output does not match its catalog layout
      *>   DSC-002 W dataset catalog line not understood
      *>   LPF-001 E stock on-hand disagrees with its movements
      *>   LPF-002 E AR balance disagrees with invoices/payments
      *>   LPF-003 E PO received qty disagrees with its receipts
      *>   MDL-001 W master-data package rejected at load
      *>   MDL-002 W data line outside a master-data package
      *>   MDL-003 E installed table does not match package count
      *>   MDL-004 E rollback refused, no earlier version kept
      *>   RBS-001 W report lines with no recipient on the list
      *>   RBS-002 W distribution list card not understood
      *>   RBS-003 W catalogued spool not readable for bursting
      *>   SOD-001 W same operator did both sides of a duty rule
      *>   SOD-002 W SOD-RULES card not understood, ignored
      *>   SOD-003 E SOD-RULES absent or holds no valid rule
      *>   ENQ-001 E resource held by another program, refused
      *>   REF-001 W foreign code not on its master (orphan)
      *>   KAT-001 E restart copy of an output short of checkpoint
      *>   KAT-002 E restart refused, last run stopped in its flush
      *>
      *> New codes are registered here so the ops runbook and the
      *> ErrorReport program stay authoritative.
