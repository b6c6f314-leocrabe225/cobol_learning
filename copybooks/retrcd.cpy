      *****************************************************************
      * RETRCD - Shared customer return layout (one row of
      * data/retours.txt) : books a client sent back against one line
      * of one order, numbered from the RETURN sequence in getseq.
      * Written by retentry.cbl together with the "T" stock movement
      * and the credit note it raised, and reported on by retrpt.cbl.
      *****************************************************************
       01 RET-RECORD.
           05 RET-NO                PIC 9(05).
           05 FILLER                PIC X(01).
           05 RET-ORD-ID            PIC 9(05).
           05 FILLER                PIC X(01).
           05 RET-CLI-ID            PIC 9(04).
           05 FILLER                PIC X(01).
           05 RET-ITEM-NAME         PIC X(10).
           05 FILLER                PIC X(01).
           05 RET-QTY               PIC 9(03).
           05 FILLER                PIC X(01).
           05 RET-DATE              PIC 9(08).
           05 FILLER                PIC X(01).
      * "D" damaged, "W" wrong item sent, "U" unwanted.
           05 RET-REASON            PIC X(01).
               88 RET-REASON-DAMAGED          VALUE "D".
               88 RET-REASON-WRONG-ITEM       VALUE "W".
               88 RET-REASON-UNWANTED         VALUE "U".
               88 RET-REASON-VALID            VALUE "D" "W" "U".
           05 FILLER                PIC X(01).
      * Value credited, at the unit price the order line was sold at.
           05 RET-AMT               PIC 9(07)V99.
           05 FILLER                PIC X(01).
      * Credit note raised for it; "P" when it went to the approval
      * queue (crnrevw.cbl) instead of straight to the order file.
           05 RET-CRN-ID            PIC 9(05).
           05 RET-CRN-STATE         PIC X(01).
