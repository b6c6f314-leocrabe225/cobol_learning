       FILE SECTION.
       FD CLIENT-AUDIT-INPUT.
       01 CLI-AUD-RECORD.
           05 CLI-AUD-ID           PIC 9(04).
           05 FILLER               PIC X(01).
           05 CLI-AUD-ACTION       PIC X(06).
           05 FILLER               PIC X(01).
           05 CLI-AUD-STAMP        PIC X(14).
           05 FILLER               PIC X(01).
           05 CLI-AUD-OPERATOR     PIC X(08).
           05 FILLER               PIC X(350).

       FD POLICY-AUDIT-INPUT.
       01 POL-AUD-RECORD.
