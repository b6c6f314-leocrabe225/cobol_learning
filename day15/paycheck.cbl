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

       FD PAYMENTS-INPUT.
       01 PAY-IN-RECORD.
           05 PAY-IN-CLI-ID        PIC 9(04).
           05 FILLER               PIC X(01).
           05 PAY-IN-ORD-ID        PIC 9(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-AMT           PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 PAY-IN-DATE          PIC 9(08).
      * "B" marks a bank-imported row (bankimp.cbl); payentry's own
           05 PAY-IN-RVSL          PIC X(01).
           05 FILLER               PIC X(01).
           05 PAY-IN-REASON        PIC X(04).
      * The receipt the row belongs to, and its kind : space settles
      * the order, "O" is cash held on account against order 00000,
      * "A" applies cash on account to the order.
           05 FILLER               PIC X(01).
           05 PAY-IN-RCPT-NO       PIC X(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-KIND          PIC X(01).

       FD PAYMENTS-CLEAN-OUTPUT.
       01 PAY-CLEAN-RECORD         PIC X(46).

       FD PAYMENTS-EXC-OUTPUT.
       01 PAY-EXC-RECORD           PIC X(82).

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
       01 WS-PAY-STATUS               PIC X(02).
           88 WS-PAY-STATUS-OK                  VALUE "00".

       77 WS-IDX                      PIC 9(05).

       77 WS-ORD-TBL-SIZE             PIC 9(05) VALUE 0.
       77 WS-ORD-TBL-MAX              PIC 9(05) VALUE 99999.
       77 WS-ORD-OVERFLOW-CNT         PIC 9(05) VALUE 0.
      * Each order carries the clean payments already accepted this
      * run, so the open-balance edit sees the file in sequence : a
      * second receipt can only claim what the first one left open.
       01 WS-ORD-TBL.
           05 WS-ORD OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-ORD-TBL-SIZE.
               10 WS-ORD-CLI-ID       PIC 9(04).
               10 WS-ORD-ID           PIC 9(05).
               10 WS-ORD-AMT          PIC 9(07)V99.
               10 WS-ORD-PAID         PIC 9(08)V99.
               10 WS-ORD-TYPE         PIC X(01).

       77 WS-ORD-FOUND-IDX            PIC 9(05).
      * Cash each client holds on account, in file sequence like the
      * order balances : an application or a reversal can only take
      * what is there at that point.
       01 WS-ACCT-TBL.
           05 WS-ACCT-BAL             PIC S9(08)V99 OCCURS 9999 TIMES.
       77 WS-OPEN-AMT                 PIC S9(08)V99.

       77 WS-DATE-VALID               PIC 9(01).
           88 WS-DATE-VALID-TRUE                VALUE 1.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-EXC-LINE.
           05 WS-EXC-PAYMENT          PIC X(46).
           05 FILLER                  PIC X(03) VALUE " | ".
           05 WS-EXC-REASON           PIC X(30).

       77 WS-PAYMENTS-READ            PIC 9(05) VALUE 0.
       77 WS-PAYMENTS-CLEAN           PIC 9(05) VALUE 0.
       77 WS-PAYMENTS-REJECTED        PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM 0100-LOAD-ORDERS-BEGIN
       0100-LOAD-ORDERS-END.

       0200-EDIT-PAYMENTS-BEGIN.
           INITIALIZE WS-ACCT-TBL.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PAYMENTS-INPUT.
           IF NOT WS-PAY-STATUS-OK THEN
       0200-EDIT-PAYMENTS-END.

       0210-EDIT-ONE-PAYMENT-BEGIN.
           IF PAY-IN-ORD-ID EQUAL 0 OR PAY-IN-KIND EQUAL "O" THEN
               PERFORM 0240-EDIT-ON-ACCOUNT-BEGIN
                  THRU 0240-EDIT-ON-ACCOUNT-END
               GO TO 0210-EDIT-ONE-PAYMENT-END
           END-IF.

           MOVE 0 TO WS-ORD-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ORD-TBL-SIZE
           END-IF.

           EVALUATE TRUE
               WHEN PAY-IN-KIND NOT EQUAL SPACE AND
                    PAY-IN-KIND NOT EQUAL "A"
                   MOVE "UNKNOWN PAYMENT KIND" TO WS-EXC-REASON
                   PERFORM 0230-WRITE-EXCEPTION-BEGIN
                      THRU 0230-WRITE-EXCEPTION-END
               WHEN WS-ORD-FOUND-IDX EQUAL 0
                   MOVE "ORDER ID MATCHES NO ORDER" TO WS-EXC-REASON
                   PERFORM 0230-WRITE-EXCEPTION-BEGIN
                   MOVE "IMPOSSIBLE PAYMENT DATE" TO WS-EXC-REASON
                   PERFORM 0230-WRITE-EXCEPTION-BEGIN
                      THRU 0230-WRITE-EXCEPTION-END
      * Cash applied from account must have been there to apply.
               WHEN PAY-IN-KIND EQUAL "A" AND PAY-IN-CLI-ID EQUAL 0
                   MOVE "NO CLIENT ON APPLIED CASH" TO WS-EXC-REASON
                   PERFORM 0230-WRITE-EXCEPTION-BEGIN
                      THRU 0230-WRITE-EXCEPTION-END
               WHEN PAY-IN-KIND EQUAL "A" AND
                    PAY-IN-RVSL NOT EQUAL "R" AND
                    PAY-IN-AMT > WS-ACCT-BAL(PAY-IN-CLI-ID)
                   MOVE "APPLIED EXCEEDS ON ACCOUNT" TO WS-EXC-REASON
                   PERFORM 0230-WRITE-EXCEPTION-BEGIN
                      THRU 0230-WRITE-EXCEPTION-END
               WHEN OTHER
                   IF PAY-IN-RVSL EQUAL "R" THEN
                       SUBTRACT PAY-IN-AMT
                       ADD PAY-IN-AMT
                           TO WS-ORD-PAID(WS-ORD-FOUND-IDX)
                   END-IF
                   IF PAY-IN-KIND EQUAL "A" THEN
                       IF PAY-IN-RVSL EQUAL "R" THEN
                           ADD PAY-IN-AMT
                               TO WS-ACCT-BAL(PAY-IN-CLI-ID)
                       ELSE
                           SUBTRACT PAY-IN-AMT
                               FROM WS-ACCT-BAL(PAY-IN-CLI-ID)
                       END-IF
                   END-IF
                   MOVE PAY-IN-RECORD TO PAY-CLEAN-RECORD
                   WRITE PAY-CLEAN-RECORD
                   ADD 1 TO WS-PAYMENTS-CLEAN
           WRITE PAY-EXC-RECORD.
           ADD 1 TO WS-PAYMENTS-REJECTED.
       0230-WRITE-EXCEPTION-END.

      * Cash held on account settles no order : it only needs a
      * client, an amount and a date, and a reversal can only take
      * back what the client still holds.
       0240-EDIT-ON-ACCOUNT-BEGIN.
           MOVE PAY-IN-DATE TO WS-CHECK-DATE.
           PERFORM 0220-CHECK-DATE-BEGIN
              THRU 0220-CHECK-DATE-END.
           EVALUATE TRUE
               WHEN PAY-IN-ORD-ID NOT EQUAL 0 OR
                    PAY-IN-KIND NOT EQUAL "O"
                   MOVE "ON ACCOUNT NEEDS ORDER 00000"
                       TO WS-EXC-REASON
                   PERFORM 0230-WRITE-EXCEPTION-BEGIN
                      THRU 0230-WRITE-EXCEPTION-END
               WHEN PAY-IN-CLI-ID EQUAL 0
                   MOVE "NO CLIENT ON ON-ACCOUNT CASH" TO WS-EXC-REASON
                   PERFORM 0230-WRITE-EXCEPTION-BEGIN
                      THRU 0230-WRITE-EXCEPTION-END
               WHEN PAY-IN-AMT EQUAL 0
                   MOVE "AMOUNT OF ZERO" TO WS-EXC-REASON
                   PERFORM 0230-WRITE-EXCEPTION-BEGIN
                      THRU 0230-WRITE-EXCEPTION-END
               WHEN PAY-IN-RVSL EQUAL "R" AND
                    PAY-IN-AMT > WS-ACCT-BAL(PAY-IN-CLI-ID)
                   MOVE "REVERSAL EXCEEDS ON ACCOUNT" TO WS-EXC-REASON
                   PERFORM 0230-WRITE-EXCEPTION-BEGIN
                      THRU 0230-WRITE-EXCEPTION-END
               WHEN WS-DATE-VALID-FALSE
                   MOVE "IMPOSSIBLE PAYMENT DATE" TO WS-EXC-REASON
                   PERFORM 0230-WRITE-EXCEPTION-BEGIN
                      THRU 0230-WRITE-EXCEPTION-END
               WHEN OTHER
                   IF PAY-IN-RVSL EQUAL "R" THEN
                       SUBTRACT PAY-IN-AMT
                           FROM WS-ACCT-BAL(PAY-IN-CLI-ID)
                   ELSE
                       ADD PAY-IN-AMT TO WS-ACCT-BAL(PAY-IN-CLI-ID)
                   END-IF
                   MOVE PAY-IN-RECORD TO PAY-CLEAN-RECORD
                   WRITE PAY-CLEAN-RECORD
                   ADD 1 TO WS-PAYMENTS-CLEAN
           END-EVALUATE.
       0240-EDIT-ON-ACCOUNT-END.
