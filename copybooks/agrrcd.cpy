      *****************************************************************
      * AGRRCD - Shared client price-agreement layout (one row of
      * data/accords-prix.txt) : a negotiated price for one client
      * and one item, in force between two dates from a minimum
      * quantity up. Numbered from the AGREEMNT sequence in getseq,
      * kept by agrmaint.cbl, applied ahead of the catalogue by
      * ordentry.cbl and reported on by agrexp.cbl.
      *****************************************************************
       01 AGR-RECORD.
           05 AGR-NO                PIC 9(05).
           05 FILLER                PIC X(01).
           05 AGR-CLI-ID            PIC 9(04).
           05 FILLER                PIC X(01).
           05 AGR-ITEM-NAME         PIC X(10).
           05 FILLER                PIC X(01).
           05 AGR-EFF-DATE          PIC 9(08).
           05 FILLER                PIC X(01).
           05 AGR-EXP-DATE          PIC 9(08).
           05 FILLER                PIC X(01).
      * Quantity break : the rule only prices a line of at least this
      * many copies (1 for a plain negotiated price).
           05 AGR-MIN-QTY           PIC 9(03).
           05 FILLER                PIC X(01).
      * "F" fixed unit price in AGR-PRICE, "D" percent off the
      * catalogue price in force, centimes last (1250 = 12.50%).
           05 AGR-KIND              PIC X(01).
               88 AGR-KIND-FIXED              VALUE "F".
               88 AGR-KIND-DISCOUNT           VALUE "D".
               88 AGR-KIND-VALID              VALUE "F" "D".
           05 FILLER                PIC X(01).
           05 AGR-PRICE             PIC 9(04).
           05 FILLER                PIC X(01).
           05 AGR-DISC-PCT          PIC 9(02)V99.
