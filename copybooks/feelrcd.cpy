      *****************************************************************
      * FEELRCD - School fee ledger (data/frais-compte.txt), one row
      * per invoice or payment on a student's account. feeinv.cbl
      * writes the invoices, numbered from the FEEINV sequence in
      * getseq; feepay.cbl writes the payments. feebal.cbl folds the
      * rows of one student into the balance the arrears report and
      * the report card / transcript release check use. The name and
      * class are carried on every row so a student who left
      * mid-term and is off the roster still shows on the arrears.
      *****************************************************************
       01 FLG-RECORD.
           05 FLG-TYPE              PIC X(01).
               88 FLG-TYPE-INVOICE            VALUE "I".
               88 FLG-TYPE-PAYMENT            VALUE "P".
           05 FILLER                PIC X(01).
           05 FLG-NO                PIC 9(06).
           05 FILLER                PIC X(01).
           05 FLG-STUD-ID           PIC 9(04).
           05 FILLER                PIC X(01).
           05 FLG-NAME              PIC X(15).
           05 FILLER                PIC X(01).
           05 FLG-CLASS             PIC X(03).
           05 FILLER                PIC X(01).
           05 FLG-TERM              PIC X(06).
           05 FILLER                PIC X(01).
           05 FLG-DATE              PIC 9(08).
           05 FILLER                PIC X(01).
      * Invoices only : the schedule's due date. Zero on a payment.
           05 FLG-DUE-DATE          PIC 9(08).
           05 FILLER                PIC X(01).
           05 FLG-AMOUNT            PIC 9(07)V99.
           05 FILLER                PIC X(01).
      * The schedule label on an invoice; the cheque or transfer
      * reference on a payment.
           05 FLG-REF               PIC X(20).
           05 FILLER                PIC X(01).
           05 FLG-OPERATOR          PIC X(08).
