      *****************************************************************
      * SLINRCD - Shared standing-order line layout (one row of
      * data/lignes-perm.txt) : item and quantity only - the price is
      * worked out on the night the order is raised, agreement ahead
      * of catalogue, the way ordentry.cbl prices a keyed line.
      *****************************************************************
       01 SLN-RECORD.
           05 SLN-STO-NO            PIC 9(05).
           05 FILLER                PIC X(01).
           05 SLN-ITEM-NAME         PIC X(10).
           05 FILLER                PIC X(01).
           05 SLN-QTY               PIC 9(03).
