      *****************************************************************
      * SPLRCD - Supplier price list (data/supplier-prices.txt), one
      * quote per row : what a supplier charges for an item from a
      * given date, and the least it will ship. A new quote is a new
      * row, never an edit; for a supplier/item pair the latest row
      * already in force is the one that counts. Maintained through
      * splmaint.cbl and read by outofsto.cbl to choose who the
      * shortage is ordered from.
      *****************************************************************
       01 SPL-RECORD.
           05 SPL-SUP-CODE          PIC X(06).
           05 FILLER                PIC X(01).
           05 SPL-ITEM-NAME         PIC X(10).
           05 FILLER                PIC X(01).
           05 SPL-PRICE             PIC 9(04)V99.
           05 FILLER                PIC X(01).
           05 SPL-MIN-QTY           PIC 9(03).
           05 FILLER                PIC X(01).
           05 SPL-VALID-FROM        PIC 9(08).
           05 FILLER                PIC X(01).
      * The buyer's own ranking, which beats the cost comparison :
      * a primary quote is ordered from whenever it is in force, a
      * secondary one next; blank leaves it to price and lead time.
           05 SPL-RANK              PIC X(01).
               88 SPL-RANK-PRIMARY            VALUE "P".
               88 SPL-RANK-SECONDARY          VALUE "S".
               88 SPL-RANK-NONE               VALUE SPACE.
