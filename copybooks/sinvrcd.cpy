      *****************************************************************
      * SINVRCD - Shared supplier invoice header layout (one row of
      * data/factures-fourn.txt) : what a supplier billed us, numbered
      * from the SUPINV sequence in getseq. Keyed by supinv.cbl and
      * approved or held by the supmatch.cbl three-way match against
      * po-register.txt and the "R" receipt rows.
      *****************************************************************
       01 SIN-RECORD.
           05 SIN-NO                PIC 9(05).
           05 FILLER                PIC X(01).
           05 SIN-SUP-CODE          PIC X(06).
           05 FILLER                PIC X(01).
      * The supplier's own invoice number, as printed on the paper.
           05 SIN-SUP-REF           PIC X(12).
           05 FILLER                PIC X(01).
           05 SIN-DATE              PIC 9(08).
           05 FILLER                PIC X(01).
           05 SIN-DUE-DATE          PIC 9(08).
           05 FILLER                PIC X(01).
           05 SIN-AMOUNT            PIC 9(07)V99.
           05 FILLER                PIC X(01).
      * "E" entered and waiting for the match, "A" approved for
      * payment, "D" held on a discrepancy, "X" cancelled, "P" paid
      * by a payment run and never selected again.
           05 SIN-STATUS            PIC X(01).
               88 SIN-STATUS-ENTERED          VALUE "E".
               88 SIN-STATUS-APPROVED         VALUE "A".
               88 SIN-STATUS-DISCREPANCY      VALUE "D".
               88 SIN-STATUS-CANCELLED        VALUE "X".
               88 SIN-STATUS-PAID             VALUE "P".
           05 FILLER                PIC X(01).
      * Day of the last match run that looked at the invoice.
           05 SIN-MATCH-DATE        PIC 9(08).
           05 FILLER                PIC X(01).
           05 SIN-OPERATOR          PIC X(08).
      * Day and number of the payment run that paid it.
           05 FILLER                PIC X(01).
           05 SIN-PAID-DATE         PIC 9(08).
           05 FILLER                PIC X(01).
           05 SIN-PAY-RUN           PIC 9(05).
