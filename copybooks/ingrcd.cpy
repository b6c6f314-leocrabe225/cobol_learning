      *****************************************************************
      * INGRCD - Shared pizzeria ingredient record layout (one row of
      * data/pizzeria-ingredients.txt). Depleted nightly by
      * ingdeplete.cbl, reordered by ingreord.cbl through the same PO
      * register as the book stock, and topped back up by goodsrcv.cbl
      * when the delivery is received.
      *****************************************************************
       01 ING-RECORD.
           05 ING-NAME              PIC X(15).
           05 FILLER                PIC X(01).
           05 ING-ON-HAND           PIC 9(05)V99.
      * Reorder level, quantity and supplier (a code from
      * data/fournisseurs.txt), appended so the kitchen stops phoning
      * round. Rows from before read as non-numeric and are never
      * reordered. The register holds whole units and ten-character
      * names, so an ingredient meant for reordering keeps its name
      * to ten characters. Programs that only post the on-hand carry
      * the group across untouched.
           05 ING-REORDER-DATA.
               10 FILLER            PIC X(01).
               10 ING-REORDER-LEVEL PIC 9(05)V99.
               10 FILLER            PIC X(01).
               10 ING-REORDER-QTY   PIC 9(03).
               10 FILLER            PIC X(01).
               10 ING-SUPPLIER-CODE PIC X(06).
