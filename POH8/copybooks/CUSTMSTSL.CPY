      *> Shared SELECT for the keyed customer master. CUSTOMER-MASTER
      *> is an indexed file keyed on the customer code so a customer
      *> can be read, rewritten or suspended on its own (CustMaint).
      *> The record layout is in CUSTMSTFD; the old flat "code name
      *> limit status [terms]" file is taken on with CustMaint LOAD.
              SELECT OPTIONAL CUSTOMER-MASTER
                     ASSIGN TO "CUSTOMER-MASTER"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CMR-CODE
                     FILE STATUS IS Cust-Master-Status.
