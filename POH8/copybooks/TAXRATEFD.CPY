      *> Record layout of the tax rate master: "category yyyymmdd
      *> rate" lines (for example "STANDARD 20191001 10" or
      *> "REDUCED 20191001 8"), "*" in column one for comments. A
      *> category may appear more than once; the line with the latest
      *> effective date on or before the invoice date applies.
       FD  TAX-RATES.
              01 TAX-RATES-RECORD PIC X(40).
