      *****************************************************************
      * SCHRCD - Policy schedule register (output/schedule-
      * register.txt), one row per schedule issued. polsched.cbl
      * writes a row as it builds each schedule for a new policy or
      * an accepted renewal, and never builds one twice for the same
      * contract, kind and term; maildist.cbl walks the rows to send
      * each schedule the way its client asked.
      *****************************************************************
       01 SCH-RECORD.
           05 SCH-CODE              PIC X(09).
           05 FILLER                PIC X(01).
      * NEW for a policy polmaint.cbl added, RENEW for an offer
      * accepted on the renewal register.
           05 SCH-KIND              PIC X(05).
               88 SCH-KIND-NEW                VALUE "NEW".
               88 SCH-KIND-RENEW              VALUE "RENEW".
           05 FILLER                PIC X(01).
      * The term the schedule covers, YYYYMM of its last month.
           05 SCH-TERM-END          PIC 9(06).
           05 FILLER                PIC X(01).
           05 SCH-ISSUED            PIC 9(08).
           05 FILLER                PIC X(01).
      * Zero when the policy has no link to the client master.
           05 SCH-CLI-ID            PIC 9(04).
           05 FILLER                PIC X(01).
           05 SCH-INV-NO            PIC 9(05).
           05 FILLER                PIC X(01).
      * EMAIL or PRINT, as CLI-M-DELIV-PREF stood on the day.
           05 SCH-DELIVERY          PIC X(05).
           05 FILLER                PIC X(01).
           05 SCH-DOCUMENT          PIC X(40).
