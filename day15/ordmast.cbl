       FILE SECTION.
       FD ORDER-MASTER.
       01 ORD-MASTER-RCD.
           05 ORD-M-CLI-ID         PIC 9(04).
           05 FILLER               PIC X(01).
           05 ORD-M-ID             PIC 9(05).
           05 FILLER               PIC X(01).
           05 ORD-M-AMT            PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 ORD-M-DATE           PIC 9(08).
           05 FILLER               PIC X(01).
           05 ORD-M-TYPE           PIC X(01).

       FD ORDER-EXTRACT.
       01 ORD-TXT-RECORD           PIC X(31).

       WORKING-STORAGE SECTION.
       01 WS-MAST-STATUS              PIC X(02).
