      *****************************************************************
      * CPAYRCD - Claim payment register (data/reglements-sin.txt),
      * one row per payment asked for on a claim. clmpay.cbl keys the
      * rows, clmauth.cbl authorises the ones past the keying
      * operator's limit and clmprun.cbl pays the authorised ones :
      * the bank instruction goes out, the claim row in
      * data/sinistres.txt is written PARTIAL or SETTLED, and the row
      * here is stamped with the run that paid it.
      *****************************************************************
       01 CPY-RECORD.
           05 CPY-NO                PIC 9(05).
           05 FILLER                PIC X(01).
           05 CPY-CLM-ID            PIC 9(04).
           05 FILLER                PIC X(01).
           05 CPY-CODE              PIC X(09).
           05 FILLER                PIC X(01).
           05 CPY-PAYEE             PIC X(30).
           05 FILLER                PIC X(01).
           05 CPY-AMT               PIC 9(06)V99.
           05 FILLER                PIC X(01).
      * VIR goes to the bank as a transfer to CPY-IBAN; CHQ is drawn
      * by hand from the run's list and needs no account.
           05 CPY-METHOD            PIC X(03).
               88 CPY-METHOD-TRANSFER         VALUE "VIR".
               88 CPY-METHOD-CHEQUE           VALUE "CHQ".
           05 FILLER                PIC X(01).
           05 CPY-IBAN              PIC X(34).
           05 FILLER                PIC X(01).
      * "Y" settles the claim with this payment whatever reserve is
      * left; "N" leaves it PARTIAL while reserve remains.
           05 CPY-FINAL             PIC X(01).
               88 CPY-FINAL-YES               VALUE "Y".
           05 FILLER                PIC X(01).
           05 CPY-REQ-DATE          PIC 9(08).
           05 FILLER                PIC X(01).
           05 CPY-REQ-OPER          PIC X(08).
           05 FILLER                PIC X(01).
      * "W" waits for authorisation, "A" authorised and waiting for
      * the run, "R" rejected (by a supervisor or by the run), "P"
      * paid. A payment within the keying operator's limit is
      * authorised as it is entered, under that operator.
           05 CPY-STATUS            PIC X(01).
               88 CPY-STATUS-WAITING          VALUE "W".
               88 CPY-STATUS-AUTHORISED       VALUE "A".
               88 CPY-STATUS-REJECTED         VALUE "R".
               88 CPY-STATUS-PAID             VALUE "P".
           05 FILLER                PIC X(01).
           05 CPY-AUTH-DATE         PIC 9(08).
           05 FILLER                PIC X(01).
           05 CPY-AUTH-OPER         PIC X(08).
           05 FILLER                PIC X(01).
           05 CPY-PAY-RUN           PIC 9(05).
           05 FILLER                PIC X(01).
           05 CPY-PAY-DATE          PIC 9(08).
           05 FILLER                PIC X(01).
           05 CPY-NOTE              PIC X(30).
