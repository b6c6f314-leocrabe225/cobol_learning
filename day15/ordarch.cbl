       FILE SECTION.
       FD ORDERS-ARCHIVE-INPUT.
       01 ORD-IN-RECORD.
           05 ORD-IN-CLI-ID        PIC 9(04).
           05 FILLER               PIC X(01).
           05 ORD-IN-ID            PIC 9(05).
           05 FILLER               PIC X(01).
           05 ORD-IN-AMT           PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 ORD-IN-DATE          PIC 9(08).
           05 FILLER               PIC X(01).

       FD PAYMENTS-ARCHIVE-INPUT.
       01 PAY-IN-RECORD.
           05 PAY-IN-CLI-ID        PIC 9(04).
           05 FILLER               PIC X(01).
           05 PAY-IN-ORD-ID        PIC 9(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-AMT           PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 PAY-IN-DATE          PIC 9(08).

       77 WS-ORD-ARC-FILENAME         PIC X(40).
       77 WS-PAY-ARC-FILENAME         PIC X(40).
       77 WS-ENTRY-YEAR               PIC 9(04).
       77 WS-ENTRY-CLI-ID             PIC 9(04).
       77 WS-ORDERS-SHOWN             PIC 9(04) VALUE 0.
       77 WS-PAYMENTS-SHOWN           PIC 9(04) VALUE 0.

