      *****************************************************************
      * PQTRCD - New-business quotation (one row of
      * data/devis-police.txt) : the premium polquote.cbl rated for a
      * prospect, numbered from the POLQUOTE sequence in getseq, with
      * the bands that made it so the price can be explained later.
      * An accepted quote carries the contract code of the polmaint
      * ADD transaction it became; an OPEN quote past PQT-VALID-TO
      * has expired and can no longer be accepted.
      *****************************************************************
       01 PQT-RECORD.
           05 PQT-NO                PIC 9(05).
           05 FILLER                PIC X(01).
           05 PQT-DATE              PIC 9(08).
           05 FILLER                PIC X(01).
           05 PQT-VALID-TO          PIC 9(08).
           05 FILLER                PIC X(01).
      * Zero for a prospect not yet on the client master.
           05 PQT-CLI-ID            PIC 9(04).
           05 FILLER                PIC X(01).
           05 PQT-NAME              PIC X(40).
           05 FILLER                PIC X(01).
           05 PQT-PRODUCT           PIC X(15).
           05 FILLER                PIC X(01).
           05 PQT-SUM-INSURED       PIC 9(09).
           05 FILLER                PIC X(01).
           05 PQT-CLAIMS            PIC 9(03).
           05 FILLER                PIC X(01).
           05 PQT-BASE              PIC 9(06).99.
           05 FILLER                PIC X(01).
           05 PQT-SUM-FACTOR        PIC 9(03)V99.
           05 FILLER                PIC X(01).
           05 PQT-CLAIM-FACTOR      PIC 9(03)V99.
           05 FILLER                PIC X(01).
      * Same picture as the amount in policy columns 113-121, so the
      * accepted premium drops into the ADD transaction unchanged.
           05 PQT-PREMIUM           PIC 9(06).99.
           05 FILLER                PIC X(01).
           05 PQT-STATUS            PIC X(08).
               88 PQT-STATUS-OPEN             VALUE "OPEN".
               88 PQT-STATUS-ACCEPTED         VALUE "ACCEPTED".
           05 FILLER                PIC X(01).
           05 PQT-CODE              PIC X(09).
           05 FILLER                PIC X(01).
           05 PQT-ACC-DATE          PIC 9(08).
