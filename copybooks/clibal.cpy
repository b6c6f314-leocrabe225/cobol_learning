      *****************************************************************
      * CLIBAL - Shared client balance record (one row per client of
      * data/clients-balance.txt, in client ID order). Kept up to date
      * by the posting programs through balpost.cbl as each order,
      * credit note, payment or write-off is written, and rebuilt in
      * full every night by balrecon.cbl from the order and payment
      * files, which reports any row that had drifted. The reports
      * and enquiries read their client totals from here instead of
      * folding the whole order and payment files again.
      *****************************************************************
       01 BAL-RECORD.
           05 BAL-CLI-ID            PIC 9(04).
           05 FILLER                PIC X(01).
      * Orders, brought-forward balances and late-payment charges.
           05 BAL-BILLED            PIC 9(09)V99.
           05 FILLER                PIC X(01).
      * Credit notes and write-offs.
           05 BAL-CREDITED          PIC 9(09)V99.
           05 FILLER                PIC X(01).
      * Cash received, on account or against an order, net of bounced
      * cheques. Cash on account applied to an order later is not
      * counted twice.
           05 BAL-PAID              PIC 9(09)V99.
           05 FILLER                PIC X(01).
      * Billed less credited less paid. The side byte says which way
      * it falls : "C" when the client has paid ahead and is owed.
           05 BAL-OPEN              PIC 9(09)V99.
           05 BAL-OPEN-SIDE         PIC X(01).
               88 BAL-OPEN-DEBIT              VALUE "D".
               88 BAL-OPEN-CREDIT             VALUE "C".
           05 FILLER                PIC X(01).
      * Date of the oldest order still carrying an open amount, zero
      * when nothing is owed; the day of the last posting of any kind.
           05 BAL-OLDEST-OPEN       PIC 9(08).
           05 FILLER                PIC X(01).
           05 BAL-LAST-ACTIVITY     PIC 9(08).
