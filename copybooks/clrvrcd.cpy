      *****************************************************************
      * CLRVRCD - Claim review register (data/claim-review.txt), one
      * row per claim the screening in claims.cbl held back. The
      * claim itself sits in data/sinistres.txt as REVIEW, with no
      * reserve, until clmrevw.cbl clears it into OPEN or declines
      * it into CLOSED. The row stays on the register after the
      * decision : why the claim was stopped and who let it through
      * are kept for audit.
      *****************************************************************
       01 CRV-RECORD.
           05 CRV-CLM-ID            PIC 9(04).
           05 FILLER                PIC X(01).
           05 CRV-CODE              PIC X(09).
           05 FILLER                PIC X(01).
           05 CRV-CLM-DATE          PIC 9(08).
           05 FILLER                PIC X(01).
      * The reserve asked for at entry, set up only if cleared.
           05 CRV-AMOUNT            PIC 9(06).99.
           05 FILLER                PIC X(01).
           05 CRV-FLAG-DATE         PIC 9(08).
           05 FILLER                PIC X(01).
           05 CRV-FLAG-OPER         PIC X(08).
           05 FILLER                PIC X(01).
      * Up to five reason codes, in the order the screen tests :
      * START  claim date close after the policy start
      * ARREAR contract on the last premium arrears report
      * FREQ   several claims on the contract in a short window
      * AMOUNT reserve close to the policy amount
      * CLIENT same policyholder claiming on another contract
           05 CRV-REASONS OCCURS 5 TIMES.
               10 CRV-REASON        PIC X(06).
               10 FILLER            PIC X(01).
           05 CRV-STATUS            PIC X(08).
               88 CRV-STATUS-FLAGGED          VALUE "FLAGGED".
               88 CRV-STATUS-CLEARED          VALUE "CLEARED".
               88 CRV-STATUS-DECLINED         VALUE "DECLINED".
           05 FILLER                PIC X(01).
           05 CRV-DEC-DATE          PIC 9(08).
           05 FILLER                PIC X(01).
           05 CRV-DEC-OPER          PIC X(08).
           05 FILLER                PIC X(01).
           05 CRV-NOTE              PIC X(30).
