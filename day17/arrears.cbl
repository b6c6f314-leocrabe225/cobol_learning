           05 RCV-DATE          PIC 9(08).
           05 FILLER            PIC X(01).
           05 RCV-AMOUNT        PIC X(10).
           05 FILLER            PIC X(01).
           05 RCV-RVSL          PIC X(01).
           05 FILLER            PIC X(01).
           05 RCV-SOURCE        PIC X(02).

       FD INSURANCE-INPUT.
       01 ISR-IN-RCD            PIC X(121).
                           END-IF
                       END-PERFORM
                       IF WS-INV-FOUND-IDX > 0 THEN
      * A reversal row (a bank-returned debit) takes the money back.
                           IF RCV-RVSL EQUAL "R" THEN
                               COMPUTE WS-INV-PAID(WS-INV-FOUND-IDX) =
                                   WS-INV-PAID(WS-INV-FOUND-IDX)
                                   - FUNCTION NUMVAL(RCV-AMOUNT)
                           ELSE
                               COMPUTE WS-INV-PAID(WS-INV-FOUND-IDX) =
                                   WS-INV-PAID(WS-INV-FOUND-IDX)
                                   + FUNCTION NUMVAL(RCV-AMOUNT)
                           END-IF
                       ELSE
                           ADD 1 TO WS-UNMATCHED-RCV
                       END-IF
