      *****************************************************************
      * QUOTRCD - Shared quotation header layout (one row of
      * data/devis.txt) : the price we quoted a client before they
      * commit, numbered from the QUOTE sequence in getseq. Written
      * by quoteent.cbl, turned into an order by ordentry.cbl and
      * reported on by quoterpt.cbl.
      *****************************************************************
       01 QUO-RECORD.
           05 QUO-NO                PIC 9(05).
           05 FILLER                PIC X(01).
           05 QUO-CLI-ID            PIC 9(04).
           05 FILLER                PIC X(01).
           05 QUO-DATE              PIC 9(08).
           05 FILLER                PIC X(01).
      * Last day the quoted prices hold : ordentry refuses to convert
      * the quote into an order dated after it.
           05 QUO-VALID-TO          PIC 9(08).
           05 FILLER                PIC X(01).
           05 QUO-AMT               PIC 9(07)V99.
           05 FILLER                PIC X(01).
      * "O" open, "C" converted into an order, "X" cancelled.
           05 QUO-STATUS            PIC X(01).
               88 QUO-STATUS-OPEN             VALUE "O".
               88 QUO-STATUS-CONVERTED        VALUE "C".
               88 QUO-STATUS-CANCELLED        VALUE "X".
           05 FILLER                PIC X(01).
      * Order the quote became, and when : zero while still open.
           05 QUO-ORD-ID            PIC 9(05).
           05 FILLER                PIC X(01).
           05 QUO-CONV-DATE         PIC 9(08).
