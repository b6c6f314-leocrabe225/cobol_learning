      *****************************************************************
      * SILNRCD - Shared supplier invoice line layout (one row of
      * data/lignes-fourn.txt) : the PO line billed, the quantity and
      * the unit price charged, on the same scale as the actual unit
      * cost goodsrcv.cbl puts on its "R" movement rows.
      *****************************************************************
       01 SIL-RECORD.
           05 SIL-INV-NO            PIC 9(05).
           05 FILLER                PIC X(01).
           05 SIL-PO-NO             PIC 9(05).
           05 FILLER                PIC X(01).
           05 SIL-ITEM-NAME         PIC X(10).
           05 FILLER                PIC X(01).
           05 SIL-QTY               PIC 9(03).
           05 FILLER                PIC X(01).
           05 SIL-UNIT-PRICE        PIC 9(04)V99.
