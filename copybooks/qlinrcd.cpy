      *****************************************************************
      * QLINRCD - Shared quotation line layout (one row of
      * data/lignes-devis.txt) : item, quantity and the unit price
      * quoted, which is the price the converted order line carries.
      *****************************************************************
       01 QLN-RECORD.
           05 QLN-QUOTE-NO          PIC 9(05).
           05 FILLER                PIC X(01).
           05 QLN-ITEM-NAME         PIC X(10).
           05 FILLER                PIC X(01).
           05 QLN-QTY               PIC 9(03).
           05 FILLER                PIC X(01).
           05 QLN-UNIT-PRICE        PIC 9(04).
