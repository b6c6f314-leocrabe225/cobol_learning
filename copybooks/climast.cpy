      * Read by both cliorder.cbl (day15) and mailchck.cbl (day33) so
      * a client's contact details live in one file instead of being
      * split across the two programs. The leading ID/name/first-name
      * fields keep clients.txt's original order (the ID since widened
      * to four digits); address, phone, email and credit limit are
      * new fields appended after.
      *****************************************************************
       01 CLI-MASTER-RCD.
      * Four digits : the book outgrew a two-digit ID, so the record
      * is two bytes longer than the original layout (fldconv.cbl
      * rewrote the files written before).
           05 CLI-M-ID              PIC 9(04).
      * The sales rep looking after the account, a code from
      * data/commerciaux.txt, carved out of the spacing that used to
      * follow the ID so the record length stays put. Blank means
      * house account : nobody earns commission on it.
           05 FILLER                PIC X(01).
           05 CLI-M-REP-CODE        PIC X(04).
           05 FILLER                PIC X(01).
           05 CLI-M-NAME            PIC X(10).
           05 FILLER                PIC X(01).
           05 CLI-M-FNAME           PIC X(10).
      * client on the print list as before.
           05 FILLER                PIC X(01).
           05 CLI-M-DELIV-PREF      PIC X(01).
      * Payment terms, a code from data/conditions-paiement.txt that
      * duedate.cbl turns into each order's due date. Appended, so
      * the record is five bytes longer (climaint LOAD rebuilds
      * data/clients.dat from the extract); blank on the rows written
      * before means the house terms, PAYMENT-TERMS-DAYS.
           05 FILLER                PIC X(01).
           05 CLI-M-TERMS           PIC X(04).
      * Client groups : a branch names its head office here, and the
      * head carries the credit limit the whole group is held to by
      * credhold, clistmt and cliaging at group level. Zero or blank
      * parent (every row written before) is a client on its own;
      * groups are one level deep - a head has no parent itself.
      * Appended, so the record is fifteen bytes longer again and
      * climaint LOAD rebuilds data/clients.dat from the extract.
           05 FILLER                PIC X(01).
           05 CLI-M-PARENT-ID       PIC 9(04).
           05 FILLER                PIC X(01).
           05 CLI-M-GROUP-LIMIT     PIC 9(07)V99.
