
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

       FD PAYMENTS-FILE.
       01 PAY-IN-RECORD.
           05 PAY-IN-CLI-ID        PIC 9(04).
           05 FILLER               PIC X(01).
           05 PAY-IN-ORD-ID        PIC 9(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-AMT           PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 PAY-IN-DATE          PIC 9(08).
      * "B" marks a bank-imported row; payentry's own rows read as
       01 WS-PST-STATUS               PIC X(02).
           88 WS-PST-STATUS-OK                  VALUE "00".

       77 WS-IDX                      PIC 9(05).
       77 WS-IDX-2                    PIC 9(05).

       77 WS-ORD-TBL-SIZE             PIC 9(05) VALUE 0.
       01 WS-ORD-TBL.
           05 WS-ORD OCCURS 99999 TIMES.
               10 WS-ORD-CLI-ID       PIC 9(04).
               10 WS-ORD-ID           PIC 9(05).
               10 WS-ORD-ID-X REDEFINES WS-ORD-ID PIC X(05).
               10 WS-ORD-AMT          PIC 9(07)V99.
               10 WS-ORD-PAID         PIC 9(08)V99.
               10 WS-ORD-TYPE         PIC X(01).
       77 WS-ORD-OPEN                 PIC S9(08)V99.

      * The split CSV fields, oversized first like assur's import.
       77 WS-CSV-DATE                 PIC X(20).
       77 WS-CSV-AMOUNT               PIC X(20).
       77 WS-CSV-REF                  PIC X(80).
       77 WS-CREDIT-DATE              PIC 9(08).
       77 WS-CREDIT-AMT               PIC 9(07)V99.
      * Each matched credit is posted to the client balance file.
       77 WS-BAL-TXN                  PIC X(01) VALUE "P".
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
      * perchk's verdict on the credit date : its month may still be
      * open, closed (refused), or closed with the date moved on to
      * the next open month.
       77 WS-PER-PROGRAM              PIC X(08) VALUE "bankimp".
       77 WS-PER-RESULT               PIC 9(01).
           88 WS-PER-OPEN                       VALUE 0.
           88 WS-PER-MOVED                      VALUE 1.
           88 WS-PER-REFUSED                    VALUE 2.

       77 WS-MATCH-IDX                PIC 9(05).
       77 WS-MATCH-CNT                PIC 9(05).
       77 WS-ROWS-READ                PIC 9(04) VALUE 0.
       77 WS-ROWS-MATCHED             PIC 9(04) VALUE 0.
       77 WS-ROWS-SUSPENSE            PIC 9(04) VALUE 0.
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-ORD-TBL-SIZE < 99999 THEN
                           ADD 1 TO WS-ORD-TBL-SIZE
                           MOVE ORD-IN-CLI-ID
                               TO WS-ORD-CLI-ID(WS-ORD-TBL-SIZE)
                  THRU 0340-TO-SUSPENSE-END
               GO TO 0310-ONE-CREDIT-END
           END-IF.
      * A credit dated in a closed month waits in suspense like any
      * other the batch cannot post; moved, it posts on the new date.
           CALL "perchk" USING WS-PER-PROGRAM WS-CREDIT-DATE
               WS-PER-RESULT
           END-CALL.
           IF WS-PER-REFUSED THEN
               MOVE "PERIOD CLOSED" TO WS-CSV-DATE
               PERFORM 0340-TO-SUSPENSE-BEGIN
                  THRU 0340-TO-SUSPENSE-END
               GO TO 0310-ONE-CREDIT-END
           END-IF.
           COMPUTE WS-CREDIT-AMT =
               FUNCTION NUMVAL(WS-CSV-AMOUNT).
           IF WS-CREDIT-AMT EQUAL 0 THEN
               GO TO 0310-ONE-CREDIT-END
           END-IF.

      * First pass : an order whose five-digit ID appears in the
      * reference text and whose open amount is exactly the credit.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           END-IF.
       0310-ONE-CREDIT-END.

      * Scans the reference text for the order's five digits.
       0320-REF-HAS-ID-BEGIN.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > 76 OR WS-MATCH-IDX > 0
               IF WS-CSV-REF(WS-IDX-2:5) EQUAL
                  WS-ORD-ID-X(WS-IDX) THEN
                   MOVE WS-IDX TO WS-MATCH-IDX
               END-IF
           MOVE WS-CREDIT-DATE TO PAY-IN-DATE.
           MOVE "B" TO PAY-IN-SOURCE.
           WRITE PAY-IN-RECORD.
           CALL "balpost" USING PAY-IN-CLI-ID WS-BAL-TXN PAY-IN-AMT
               PAY-IN-DATE
           END-CALL.
           ADD WS-CREDIT-AMT TO WS-ORD-PAID(WS-MATCH-IDX).
           ADD 1 TO WS-ROWS-MATCHED.
       0330-POST-PAYMENT-END.
