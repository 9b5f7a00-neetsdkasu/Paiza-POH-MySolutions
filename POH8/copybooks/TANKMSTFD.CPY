      *> Record layout of the rio tank master: one line per tank id
      *> with its capacity, the minimum heel that must stay in the
      *> tank, and the product it may receive (WATER, CHEMICAL or
      *> MIXED for both). "*" in column one marks a comment.
       FD  TANK-MASTER.
              01 TANK-MASTER-RECORD PIC X(60).
