      *> Shared SELECT for the invoice numbering control. One record
      *> holds the next invoice number; every program that adds an
      *> item to AR-OPEN-ITEMS takes its numbers from here so the
      *> ledger key stays unique across Yukata and order billing.
      *> COPY this in FILE-CONTROL, INVCTLFD in FILE SECTION,
      *> INVCTLWS in WORKING-STORAGE SECTION and INVCTLPD among the
      *> PROCEDURE DIVISION paragraphs.
              SELECT OPTIONAL YUKATA-INVCTL
                     ASSIGN TO "YUKATA-INVCTL"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Invctl-Status.
