      *****************************************************************
      * SRTRCD - Shared supplier return layout (one row of
      * data/supplier-returns.txt) : stock sent back against one line
      * of one purchase order in data/po-register.txt, at the cost it
      * was received at. Written by suprtn.cbl together with the "S"
      * stock movement, and read by pochase.cbl to count returned
      * quantity against the supplier.
      *****************************************************************
       01 SRT-RECORD.
      * Debit note the return was charged on, from the DEBIT sequence
      * in getseq : one per supplier per suprtn session.
           05 SRT-DN-NO             PIC 9(05).
           05 FILLER                PIC X(01).
           05 SRT-PO-NO             PIC 9(05).
           05 FILLER                PIC X(01).
           05 SRT-SUP-CODE          PIC X(06).
           05 FILLER                PIC X(01).
           05 SRT-ITEM-NAME         PIC X(10).
           05 FILLER                PIC X(01).
           05 SRT-QTY               PIC 9(03).
           05 FILLER                PIC X(01).
      * Unit cost of the receipt being sent back (centimes in the
      * last two positions), which is what the supplier is charged.
           05 SRT-UNIT-COST         PIC 9(04)V99.
           05 FILLER                PIC X(01).
           05 SRT-DATE              PIC 9(08).
           05 FILLER                PIC X(01).
      * "D" damaged in the delivery, "W" wrong item sent.
           05 SRT-REASON            PIC X(01).
               88 SRT-REASON-DAMAGED          VALUE "D".
               88 SRT-REASON-WRONG-ITEM       VALUE "W".
               88 SRT-REASON-VALID            VALUE "D" "W".
           05 FILLER                PIC X(01).
           05 SRT-LOCATION          PIC X(04).
           05 FILLER                PIC X(01).
           05 SRT-OPERATOR          PIC X(08).
