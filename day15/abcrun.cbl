       FILE SECTION.
       FD ORDER-LINES-INPUT.
       01 LIN-RECORD.
           05 LIN-ORD-ID           PIC 9(05).
           05 FILLER               PIC X(01).
           05 LIN-ITEM-NAME        PIC X(10).
           05 FILLER               PIC X(01).
