       FILE SECTION.
       FD ORDERS-INPUT.
       01 ORD-IN-RECORD.
           05 ORD-IN-CLI-ID        PIC 9(04).
           05 FILLER               PIC X(01).
           05 ORD-IN-ID            PIC 9(05).
           05 FILLER               PIC X(01).
           05 ORD-IN-AMT           PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 ORD-IN-DATE          PIC 9(08).
           05 FILLER               PIC X(01).
       77 WS-ORDERS-READ              PIC 9(05) VALUE 0.
       77 WS-ORDERS-IN-RANGE          PIC 9(05) VALUE 0.
       77 WS-CREDITS-IN-RANGE         PIC 9(05) VALUE 0.
       77 WS-GROSS-TOTAL              PIC S9(10)V99 VALUE 0.
       77 WS-VAT-TOTAL                PIC S9(10)V99.
       77 WS-BASE-TOTAL               PIC S9(10)V99.

       01 WS-RPT-TITLE-LINE.
           05 FILLER                  PIC X(23) VALUE
       01 WS-RPT-GROSS-LINE.
           05 FILLER                  PIC X(22) VALUE
               "Gross (tax incl.)  : ".
           05 WS-RPT-GROSS            PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-RPT-BASE-LINE.
           05 FILLER                  PIC X(22) VALUE
               "Taxable base       : ".
           05 WS-RPT-BASE             PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-RPT-VAT-LINE.
           05 FILLER                  PIC X(22) VALUE
               "VAT due            : ".
           05 WS-RPT-VAT              PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-RPT-COUNT-LINE.
           05 WS-RPT-ORD-CNT          PIC ZZZZ9.
