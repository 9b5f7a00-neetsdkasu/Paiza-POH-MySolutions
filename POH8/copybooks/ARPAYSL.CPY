      *> Shared SELECT for the receivables payment history. Receivables
      *> POST appends one record per payment applied to an invoice;
      *> customer statements list the payments received in the month
      *> from it. COPY this in FILE-CONTROL and ARPAYFD in FILE
      *> SECTION.
              SELECT OPTIONAL AR-PAYMENT-HISTORY
                     ASSIGN TO "AR-PAYMENT-HISTORY"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Pay-History-Status.
