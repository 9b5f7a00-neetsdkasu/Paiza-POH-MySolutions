      *> Shared SELECTs for the supplier master ("code name status
      *> lead-days" lines), the preferred-supplier list per part
      *> ("part supplier" lines, most preferred first) and the
      *> supplier quality status that SupplierScore derives nightly.
      *> The record layouts are in SUPPMSTFD.
              SELECT OPTIONAL SUPPLIER-MASTER
                     ASSIGN TO "SUPPLIER-MASTER"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Supp-Master-Status.
              SELECT OPTIONAL PART-SUPPLIERS
                     ASSIGN TO "PART-SUPPLIERS"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Part-Supp-Status.
              SELECT OPTIONAL SUPPLIER-QUALITY
                     ASSIGN TO "SUPPLIER-QUALITY"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS Supp-Quality-Status.
