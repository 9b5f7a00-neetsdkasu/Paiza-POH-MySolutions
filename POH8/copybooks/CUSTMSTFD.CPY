      *> Record layout of the keyed customer master: code, name,
      *> credit limit, status (ACTIVE / SUSPENDED) and optional
      *> payment terms (NETnn = nn days after the invoice date, EOMnn
      *> = nn days after the end of the invoice month; default
      *> NET30), with the date and operator of the last change.
       FD  CUSTOMER-MASTER.
              01 CUSTOMER-MASTER-RECORD.
                     05 CMR-CODE     PIC X(10).
                     05 CMR-NAME     PIC X(20).
                     05 CMR-LIMIT    PIC 9(9).
                     05 CMR-STATUS   PIC X(10).
                     05 CMR-TERMS    PIC X(8).
                     05 CMR-UPD-DATE PIC 9(8).
                     05 CMR-UPD-BY   PIC X(8).
                     05 FILLER       PIC X(7).
