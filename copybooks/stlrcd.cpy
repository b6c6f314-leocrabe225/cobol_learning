      *****************************************************************
      * STLRCD - Stock on hand by location (one row of
      * data/stock-locations.txt). Rebuilt by stockpos.cbl from the
      * movement ledger on every run, one row per item and location
      * holding anything; stocktake.cbl books its counts against it.
      * The quantity is signed the way the ledger is : a location
      * issued past what it held shows "-" until someone looks.
      *****************************************************************
       01 STL-RECORD.
           05 STL-ITEM-NAME         PIC X(10).
           05 FILLER                PIC X(01).
           05 STL-LOCATION          PIC X(04).
           05 FILLER                PIC X(01).
           05 STL-SIGN              PIC X(01).
           05 STL-QTY               PIC 9(04).
