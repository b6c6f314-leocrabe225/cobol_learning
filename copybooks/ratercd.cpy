      *****************************************************************
      * RATERCD - Insurance rating table (one row of data/tarifs.txt)
      * that polquote.cbl prices new business from. Three kinds of
      * row share the file, all keyed by product (the 15-byte name
      * the policy record carries in columns 25-39) :
      *   "P" the product's base annual premium;
      *   "S" a sum-insured band : up to RAT-LIMIT insured, the
      *       premium is loaded by RAT-FACTOR;
      *   "C" a claims-history band : up to RAT-LIMIT claims on the
      *       client's policies, loaded by RAT-FACTOR.
      * The band with the smallest limit that covers the request is
      * the one applied; nothing covering it means the risk is
      * outside the table and is referred, not quoted.
      *****************************************************************
       01 RAT-RECORD.
           05 RAT-TYPE              PIC X(01).
               88 RAT-TYPE-PRODUCT            VALUE "P".
               88 RAT-TYPE-SUM-BAND           VALUE "S".
               88 RAT-TYPE-CLAIM-BAND         VALUE "C".
           05 FILLER                PIC X(01).
           05 RAT-PRODUCT           PIC X(15).
           05 FILLER                PIC X(01).
           05 RAT-LIMIT             PIC 9(09).
           05 FILLER                PIC X(01).
      * Loading in percent of the base, centimes in the last two
      * positions (12500 reads as 125.00%, 10000 leaves it as is).
           05 RAT-FACTOR            PIC 9(03)V99.
           05 FILLER                PIC X(01).
           05 RAT-BASE              PIC 9(06).99.
