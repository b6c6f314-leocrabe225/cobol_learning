      *****************************************************************
      * COARCD - Shared chart-of-accounts layout (one row of
      * data/plan-comptable.txt). Two kinds of row share the file :
      * "A" rows name a general-ledger account (code in the first six
      * bytes of COA-KEY), "E" rows map a financial event type to the
      * account it debits and the account it credits. glpost.cbl
      * posts through the "E" rows and refuses any account that has
      * no "A" row; gltrial.cbl prints the "A" names. The events
      * posted are ORDER, VAT, CREDIT, CREDIT-VAT, LATE-FEE, PAYMENT,
      * PAY-RVSL, WRITE-OFF, STK-RCPT, STK-ISSUE, STK-RTS, PREM-INV,
      * PREM-CRED, PREM-RCPT, PREM-RVSL and CLAIM-PAID. VAT and
      * CREDIT-VAT need only their credit (resp. debit) account : the
      * other side is the receivable already carried by ORDER or
      * CREDIT.
      *****************************************************************
       01 COA-RECORD.
           05 COA-TYPE              PIC X(01).
               88 COA-TYPE-ACCOUNT            VALUE "A".
               88 COA-TYPE-EVENT              VALUE "E".
           05 FILLER                PIC X(01).
           05 COA-KEY               PIC X(10).
           05 FILLER                PIC X(01).
           05 COA-DEBIT             PIC X(06).
           05 FILLER                PIC X(01).
           05 COA-CREDIT            PIC X(06).
           05 FILLER                PIC X(01).
           05 COA-NAME              PIC X(30).
