      *****************************************************************
      * PLANRCD - Shared instalment-plan layout (one row of
      * data/plans-echeances.txt). A plan is one "H" header row, the
      * client's agreement to clear a balance over time, followed by
      * its "I" rows, one per instalment with its amount and due
      * date. Numbered from the PLAN sequence in getseq and kept by
      * planmaint.cbl; planchk.cbl judges each plan against the cash
      * received, for dunning.cbl, latefee.cbl and planrpt.cbl.
      *****************************************************************
       01 PLN-RECORD.
           05 PLN-NO                PIC 9(05).
           05 FILLER                PIC X(01).
           05 PLN-TYPE              PIC X(01).
               88 PLN-TYPE-HEADER             VALUE "H".
               88 PLN-TYPE-INSTALMENT         VALUE "I".
           05 FILLER                PIC X(01).
           05 PLN-CLI-ID            PIC 9(04).
           05 FILLER                PIC X(01).
      * "H" : how many instalments; "I" : this instalment's number.
           05 PLN-SEQ               PIC 9(02).
           05 FILLER                PIC X(01).
      * "H" : the day the plan was agreed, cash counting from there;
      * "I" : the day the instalment falls due.
           05 PLN-DATE              PIC 9(08).
           05 FILLER                PIC X(01).
      * Centimes in the last two positions, the same as ORD-IN-AMT :
      * the plan total on "H", the instalment on "I".
           05 PLN-AMT               PIC 9(06)V99.
           05 FILLER                PIC X(01).
      * The rest is "H" only. A plan is agreed until cancelled by
      * hand; kept and broken are judged from the cash, not stored.
           05 PLN-STATUS            PIC X(01).
               88 PLN-STATUS-AGREED           VALUE "A".
               88 PLN-STATUS-CANCELLED        VALUE "C".
           05 FILLER                PIC X(01).
      * The dunning level the client stood at when the plan was
      * agreed (0 if never chased) : a broken plan resumes there.
           05 PLN-LEVEL             PIC 9(01).
           05 FILLER                PIC X(01).
           05 PLN-CLOSE-DATE        PIC 9(08).
