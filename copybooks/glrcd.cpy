      *****************************************************************
      * GLRCD - Shared general-ledger journal line (one row of
      * data/gl-journal.txt). Every financial event glpost.cbl posts
      * is one numbered entry of two or more lines whose debits equal
      * its credits; gltrial.cbl totals the lines account by account.
      * The period is the YYYYMM the entry was posted for, so a month
      * is never posted twice.
      *****************************************************************
       01 GL-RECORD.
           05 GL-ENTRY-NO           PIC 9(06).
           05 FILLER                PIC X(01).
           05 GL-PERIOD             PIC 9(06).
           05 FILLER                PIC X(01).
           05 GL-DATE               PIC 9(08).
           05 FILLER                PIC X(01).
           05 GL-EVENT              PIC X(10).
           05 FILLER                PIC X(01).
           05 GL-ACCOUNT            PIC X(06).
           05 FILLER                PIC X(01).
           05 GL-SIDE               PIC X(01).
               88 GL-SIDE-DEBIT               VALUE "D".
               88 GL-SIDE-CREDIT              VALUE "C".
           05 FILLER                PIC X(01).
           05 GL-AMOUNT             PIC 9(09)V99.
           05 FILLER                PIC X(01).
      * Where the event came from : order, payment, movement, premium
      * invoice or receipt, claim - enough to find the source row.
           05 GL-SOURCE             PIC X(20).
