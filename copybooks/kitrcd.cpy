      *****************************************************************
      * KITRCD - Kit definitions (data/kits.txt). One row per
      * component of a kit : a gift bundle is sold and priced under
      * its own item name but holds no stock of its own - ordentry
      * and stogen check, saleissue issues and margin costs the
      * components the rows list, in the quantity one kit takes of
      * each.
      *****************************************************************
       01 KIT-RECORD.
           05 KIT-ITEM-NAME         PIC X(10).
           05 FILLER                PIC X(01).
           05 KIT-COMP-NAME         PIC X(10).
           05 FILLER                PIC X(01).
           05 KIT-COMP-QTY          PIC 9(03).
