      *****************************************************************
      * MVTRCD - Shared stock movement record layout (one row of
      * data/mouvements-stock.txt). Every change to stock is one row
      * here - "R" receipt, "I" issue, "A" adjustment, "T" customer
      * return, "S" return to supplier, "X" transfer between
      * locations - dated and carrying a reference, so an on-hand
      * number can always be explained instead of just overwritten
      * by hand.
      * REPLACE :TAG: with the caller's record prefix (MVT for a file
      * record, WS-MVT for a working copy).
      *****************************************************************
       01 :TAG:-RECORD.
           05 :TAG:-TYPE            PIC X(01).
           05 :TAG:-ITEM-NAME       PIC X(10).
           05 FILLER                PIC X(01).
           05 :TAG:-SIGN            PIC X(01).
           05 :TAG:-QTY             PIC 9(05).
           05 FILLER                PIC X(01).
           05 :TAG:-DATE            PIC 9(08).
           05 FILLER                PIC X(01).
           05 :TAG:-REF             PIC X(10).
      * Actual unit cost on "R" receipt rows (centimes in the last
      * two positions), captured by goodsrcv.cbl so the valuation
      * stops resting on the last-typed standing cost, and on "S"
      * rows the receipt cost suprtn.cbl charged the supplier back.
      * Rows from before the column read as spaces and carry no cost.
           05 FILLER                PIC X(01).
           05 :TAG:-UNIT-COST       PIC 9(04)V99.
      * Stock location the row moved stock in or out of (see
      * loctbl.cpy). A transfer is two "X" rows under one reference,
      * "-" at the location it left and "+" where it went, so the
      * item total is untouched. Blank reads as SHOP, which is where
      * everything was before stock was kept by location.
           05 FILLER                PIC X(01).
           05 :TAG:-LOCATION        PIC X(04).
