      *> Shared SELECTs for the order master and its status history.
      *> ORDER-MASTER is an indexed file keyed on the order id with
      *> one record per order carrying its current lifecycle status;
      *> ORDER-HISTORY keeps every status change, oldest first. COPY
      *> ORDMSTFD in FILE SECTION, ORDMSTWS in WORKING-STORAGE and
      *> ORDMSTPD among the PROCEDURE DIVISION paragraphs.
              SELECT OPTIONAL ORDER-MASTER
                     ASSIGN TO "ORDER-MASTER"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OM-ORDER
                     FILE STATUS IS Order-Master-Status.
              SELECT OPTIONAL ORDER-HISTORY
                     ASSIGN TO "ORDER-HISTORY"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Order-History-Status.
