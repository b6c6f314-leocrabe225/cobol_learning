      *****************************************************************
      * REPRCD - Shared sales rep master record layout (one row of
      * data/commerciaux.txt), keyed by the four-character code that
      * CLI-M-REP-CODE carries in the client master. Read by
      * repcomm.cbl to head and price the monthly commission
      * statements, in the same style as the courtiers broker master.
      *****************************************************************
       01 REP-RECORD.
           05 REP-CODE              PIC X(04).
           05 FILLER                PIC X(01).
           05 REP-NAME              PIC X(20).
           05 FILLER                PIC X(01).
           05 REP-EMAIL             PIC X(30).
           05 FILLER                PIC X(01).
      * Commission rate in percent, centimes in the last two
      * positions (0750 reads as 7.50%).
           05 REP-RATE              PIC 9(02)V99.
