      *****************************************************************
      * WOFRCD - Bad-debt write-off register (data/write-offs.txt),
      * one row per order a write-off request covers, all rows of a
      * request under the same WOF-NO. wofentry.cbl writes the rows,
      * wofrevw.cbl decides the ones waiting for a supervisor and
      * wofreg.cbl prints the year for the auditors. An approved row
      * has been posted to data/paiements.txt as a source "W" row
      * for its amount, which closes the order everywhere else.
      *****************************************************************
       01 WOF-RECORD.
           05 WOF-NO                PIC 9(05).
           05 FILLER                PIC X(01).
           05 WOF-CLI-ID            PIC 9(04).
           05 FILLER                PIC X(01).
           05 WOF-ORD-ID            PIC 9(05).
           05 FILLER                PIC X(01).
           05 WOF-AMT               PIC 9(07)V99.
           05 FILLER                PIC X(01).
      * Short code (INSV, GONE, DISP, SMAL...) carried onto the
      * payment row, with the operator's own words beside it.
           05 WOF-REASON            PIC X(04).
           05 FILLER                PIC X(01).
           05 WOF-REQ-DATE          PIC 9(08).
           05 FILLER                PIC X(01).
           05 WOF-REQ-OPER          PIC X(08).
           05 FILLER                PIC X(01).
      * "P" waits for a supervisor, "A" approved and posted, "R"
      * rejected. Requests within the limit are approved as they
      * are entered, under the requesting operator.
           05 WOF-STATUS            PIC X(01).
               88 WOF-STATUS-PENDING          VALUE "P".
               88 WOF-STATUS-APPROVED         VALUE "A".
               88 WOF-STATUS-REJECTED         VALUE "R".
           05 FILLER                PIC X(01).
           05 WOF-DEC-DATE          PIC 9(08).
           05 FILLER                PIC X(01).
           05 WOF-DEC-OPER          PIC X(08).
           05 FILLER                PIC X(01).
           05 WOF-NOTE              PIC X(30).
