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
           88 WS-MAST-STATUS-OK             VALUE "00".

       LINKAGE SECTION.
       01 LK-ORD-ID               PIC 9(05).
       01 LK-DEL-OK               PIC 9(01).
           88 LK-DEL-OK-TRUE                VALUE 1.
           88 LK-DEL-OK-FALSE               VALUE 0.
