           05 SUP-EMAIL             PIC X(30).
           05 FILLER                PIC X(01).
           05 SUP-LEAD-DAYS         PIC 9(03).
      * Account the payment run pays the supplier into. Rows from
      * before the column read as spaces and are held out of the run.
           05 FILLER                PIC X(01).
           05 SUP-IBAN              PIC X(34).
