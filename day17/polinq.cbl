           05 RCV-DATE          PIC 9(08).
           05 FILLER            PIC X(01).
           05 RCV-AMOUNT        PIC X(10).
           05 FILLER            PIC X(01).
           05 RCV-RVSL          PIC X(01).
           05 FILLER            PIC X(01).
           05 RCV-SOURCE        PIC X(02).

       FD CLAIMS-INPUT.
       01 CLM-RECORD.
           05 CLM-ID            PIC 9(04).
           05 FILLER            PIC X(01).
           05 CLM-STATUS        PIC X(07).
           05 FILLER            PIC X(01).
           05 CLM-PAYMENT       PIC 9(06).99.
           05 FILLER            PIC X(01).
           05 CLM-PAID          PIC 9(06).99.

       FD RENEWAL-REGISTER-INPUT.
       01 REG-RCD.
           PERFORM UNTIL WS-RCV-STATUS NOT EQUAL "00"
               READ RECEIPTS-INPUT
                   NOT AT END
                       IF RCV-INV-NO EQUAL WS-INV-NO-HOLD AND
                          RCV-RVSL EQUAL "R" THEN
                           COMPUTE WS-INV-RECEIVED =
                               WS-INV-RECEIVED
                               - FUNCTION NUMVAL(RCV-AMOUNT)
                       END-IF
                       IF RCV-INV-NO EQUAL WS-INV-NO-HOLD AND
                          RCV-RVSL NOT EQUAL "R" THEN
                           COMPUTE WS-INV-RECEIVED =
                               WS-INV-RECEIVED
                               + FUNCTION NUMVAL(RCV-AMOUNT)
