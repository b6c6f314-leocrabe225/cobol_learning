      *****************************************************************
      * DDCRCD - Direct-debit collection register (data/
      * prelevements.txt), one row per premium invoice presented to
      * the bank. ddcollect.cbl appends a PRESENTED row as it writes
      * the invoice to the bank collection file and posts the
      * expected receipt; ddreturn.cbl turns the row RETURNED when
      * the bank sends the debit back, and the invoice is left to
      * arrears.cbl instead of being presented again.
      *****************************************************************
       01 DDC-RECORD.
           05 DDC-INV-NO            PIC 9(05).
           05 FILLER                PIC X(01).
           05 DDC-CODE              PIC X(09).
           05 FILLER                PIC X(01).
           05 DDC-CLI-ID            PIC 9(04).
           05 FILLER                PIC X(01).
           05 DDC-BANK-REF          PIC X(34).
           05 FILLER                PIC X(01).
           05 DDC-AMOUNT            PIC 9(07).99.
           05 FILLER                PIC X(01).
           05 DDC-COLL-DATE         PIC 9(08).
           05 FILLER                PIC X(01).
           05 DDC-STATUS            PIC X(09).
               88 DDC-STATUS-PRESENTED        VALUE "PRESENTED".
               88 DDC-STATUS-RETURNED         VALUE "RETURNED".
           05 FILLER                PIC X(01).
      * Set on return : the date the bank gave the debit back and
      * its reason code (AC01 wrong account, AM04 no funds, MD01 no
      * mandate, MS02 refused by the client...).
           05 DDC-RET-DATE          PIC 9(08).
           05 FILLER                PIC X(01).
           05 DDC-RET-REASON        PIC X(04).
