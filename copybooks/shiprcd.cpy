      *****************************************************************
      * SHIPRCD - Shared dispatch record layout (one row of
      * data/expeditions.txt) : the day an order's goods left the
      * warehouse and with which carrier. Written by dispatch.cbl;
      * read by pickrun.cbl (already shipped, nothing to pick), by
      * unshipped.cbl, and by cliaging/dunning when they age from
      * the dispatch date instead of the order date.
      *****************************************************************
       01 SHP-RECORD.
           05 SHP-ORD-ID            PIC 9(05).
           05 FILLER                PIC X(01).
           05 SHP-CLI-ID            PIC 9(04).
           05 FILLER                PIC X(01).
           05 SHP-DATE              PIC 9(08).
           05 FILLER                PIC X(01).
           05 SHP-CARRIER           PIC X(10).
           05 FILLER                PIC X(01).
      * Operator signed on when the dispatch was confirmed.
           05 SHP-OPERATOR          PIC X(08).
