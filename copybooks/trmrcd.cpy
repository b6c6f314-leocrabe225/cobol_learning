      *****************************************************************
      * TRMRCD - Shared payment-terms master record layout (one row
      * of data/conditions-paiement.txt), keyed by the four-character
      * code that CLI-M-TERMS carries in the client master. Read by
      * the duedate subprogram to turn an order or dispatch date into
      * the date the client actually owes the money.
      *****************************************************************
       01 TRM-RECORD.
           05 TRM-CODE              PIC X(04).
           05 FILLER                PIC X(01).
      * Days added to the order (or dispatch) date; zero is cash.
           05 TRM-DAYS              PIC 9(03).
           05 FILLER                PIC X(01).
      * "Y" carries the date on to the last day of the month it
      * lands in (30 days end of month); anything else leaves it.
           05 TRM-END-OF-MONTH      PIC X(01).
           05 FILLER                PIC X(01).
           05 TRM-LABEL             PIC X(30).
