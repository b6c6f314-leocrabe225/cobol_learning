      *****************************************************************
       01 ITEM-RECORD.
           05 ITEM-NAME             PIC X(10).
           05 ITEM-AMOUNT           PIC 9(05).
           05 FILLER                PIC X(01).
           05 ITEM-SUPPLIER-CODE    PIC X(06).
           05 FILLER                PIC X(01).
      * so the stock on the shelves can finally be valued. Rows from
      * before this field read as non-numeric and value as zero.
           05 ITEM-UNIT-COST        PIC 9(04)V99.
      * Category and sub-category, kept through itemmaint.cbl, that
      * the sales analysis totals by. Rows from before these fields
      * read as blank and are reported as uncategorised.
           05 FILLER                PIC X(01).
           05 ITEM-CATEGORY         PIC X(10).
           05 FILLER                PIC X(01).
           05 ITEM-SUBCATEGORY      PIC X(10).
