               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

      * Payments live in their own file, one row per order a receipt
      * settles, in the same column style as the order file so
      * cliaging.cbl can match the two line for line. One transfer
      * covering three invoices is three rows under one receipt
      * number, and whatever it does not settle is held on account
      * against order 000 until APPLY puts it on an order. A bounced
      * cheque is never deleted by hand any more : dated reversal
      * rows reopen the balances with a visible paper trail.
           SELECT PAYMENTS-FILE
               ASSIGN TO "data/paiements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT CLIENTS-INPUT
               ASSIGN TO "data/clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.

       DATA DIVISION.
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
      * "B" marks a bank-imported row (bankimp.cbl); "R" in the
           05 PAY-IN-RVSL          PIC X(01).
           05 FILLER               PIC X(01).
           05 PAY-IN-REASON        PIC X(04).
      * The receipt the row belongs to (spaces on rows keyed before
      * receipts were numbered, and on bank imports) and what kind of
      * money it is : space is cash settling the order, "O" is cash
      * held on account (order 000), "A" is on-account cash applied
      * to the order later - no new money, so the cash reports leave
      * it out.
           05 FILLER               PIC X(01).
           05 PAY-IN-RCPT-NO       PIC X(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-KIND          PIC X(01).

       FD CLIENTS-INPUT.
       COPY climast.

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-PAY-STATUS-OK                  VALUE "00".
       01 WS-MAST-STATUS              PIC X(02).
           88 WS-MAST-STATUS-OK                 VALUE "00".
       01 WS-CLI-STATUS               PIC X(02).
           88 WS-CLI-STATUS-OK                  VALUE "00".
       77 WS-USE-MASTER               PIC 9(01) VALUE 0.
           88 WS-USE-MASTER-TRUE                VALUE 1.
           88 WS-USE-MASTER-FALSE               VALUE 0.
      * The order the payment settles, filled from whichever source
      * answered the lookup.
       77 WS-HIT-CLI-ID               PIC 9(04).
       77 WS-HIT-AMT                  PIC 9(07)V99.
       77 WS-HIT-TYPE                 PIC X(01).
       77 WS-HIT-FOUND                PIC 9(01).
           88 WS-HIT-FOUND-TRUE                 VALUE 1.
           88 WS-HIT-FOUND-FALSE                VALUE 0.

       77 WS-IDX                      PIC 9(05).
       77 WS-ORD-TBL-SIZE             PIC 9(05) VALUE 0.
       77 WS-ORD-TBL-MAX              PIC 9(05) VALUE 99999.
       77 WS-ORD-OVERFLOW-CNT         PIC 9(05) VALUE 0.

       01 WS-ORD-TBL.
           05 WS-ORD OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-ORD-TBL-SIZE.
               10 WS-ORD-CLI-ID       PIC 9(04).
               10 WS-ORD-ID           PIC 9(05).
               10 WS-ORD-AMT          PIC 9(07)V99.
               10 WS-ORD-TYPE         PIC X(01).

      * The payments already on file, for the reversal pick and the
      * period listing.
       77 WS-PMT-TBL-SIZE             PIC 9(05) VALUE 0.
       01 WS-PMT-TBL.
           05 WS-PMT OCCURS 99999 TIMES.
               10 WS-PMT-CLI-ID       PIC 9(04).
               10 WS-PMT-ORD-ID       PIC 9(05).
               10 WS-PMT-AMT          PIC 9(07)V99.
               10 WS-PMT-DATE         PIC 9(08).
               10 WS-PMT-RVSL         PIC X(01).
               10 WS-PMT-REASON       PIC X(04).
               10 WS-PMT-RCPT-NO      PIC X(05).
               10 WS-PMT-KIND         PIC X(01).
      * "W" is a bad debt written off, not cash : it cannot bounce.
               10 WS-PMT-SOURCE       PIC X(01).
      * "Y" once a later reversal row has undone it, so the same
      * payment is never reversed twice.
               10 WS-PMT-UNDONE       PIC X(01).

      * Active clients from data/clients.txt : a receipt names its
      * payer before any order is keyed. An empty table (no client
      * file yet) leaves the payer unchecked.
       77 WS-CLI-TBL-SIZE             PIC 9(04) VALUE 0.
       01 WS-CLI-TBL.
           05 WS-CLI-ID               PIC 9(04) OCCURS 9999 TIMES.
       77 WS-CLI-FOUND                PIC 9(01).
           88 WS-CLI-FOUND-TRUE                 VALUE 1.
           88 WS-CLI-FOUND-FALSE                VALUE 0.

      * The receipt being keyed, or the on-account cash being applied:
      * the orders it settles are held here until the whole split is
      * confirmed, then written as one row each.
       77 WS-RCT-CLI-ID               PIC 9(04).
       77 WS-RCT-AMT                  PIC 9(08)V99.
       77 WS-RCT-DATE                 PIC 9(08).
       77 WS-RCT-NO                   PIC 9(05).
       77 WS-RCT-LEFT                 PIC 9(08)V99.
       77 WS-LAST-RCPT-NO             PIC 9(05) VALUE 0.
       77 WS-ALC-TBL-SIZE             PIC 9(02) VALUE 0.
       01 WS-ALC-TBL.
           05 WS-ALC OCCURS 20 TIMES.
               10 WS-ALC-ORD-ID       PIC 9(05).
               10 WS-ALC-AMT          PIC 9(07)V99.
       77 WS-ALC-IDX                  PIC 9(02).
       77 WS-ALC-DONE                 PIC 9(01).
           88 WS-ALC-DONE-TRUE                  VALUE 1.
           88 WS-ALC-DONE-FALSE                 VALUE 0.
       77 WS-ORDER-OPEN               PIC S9(08)V99.
       77 WS-ON-ACCOUNT               PIC S9(09)V99.
       77 WS-AMT-SHOWN                PIC Z(8)9.99.
       77 WS-LEFT-SHOWN               PIC Z(8)9.99.
       77 WS-AMT-RAW                  PIC X(10).
       77 WS-SCAN-END                 PIC 9(05).
       77 WS-SEQ-NAME                 PIC X(08).
       77 WS-SEQ-FALLBACK             PIC 9(09).
       77 WS-SEQ-CEILING              PIC 9(09).
       77 WS-SEQ-NEXT                 PIC 9(09).

       77 WS-ORD-FOUND-IDX            PIC 9(05) VALUE 0.
       77 WS-ENTRY-ORD-ID             PIC 9(05).
       77 WS-ENTRY-AMT                PIC 9(07)V99.
       77 WS-ENTRY-DATE               PIC 9(08).
       77 WS-ENTRY-REASON             PIC X(04).
       77 WS-PICK                     PIC 9(05).
       77 WS-SHOWN-CNT                PIC 9(05).
       77 WS-DATE-FROM                PIC 9(08).
       77 WS-DATE-TO                  PIC 9(08).
       77 WS-PAYMENTS-ADDED           PIC 9(04) VALUE 0.
       77 WS-APPLIED-ADDED            PIC 9(04) VALUE 0.
       77 WS-REVERSALS-ADDED          PIC 9(04) VALUE 0.
       77 WS-BAL-TXN                  PIC X(01).
       77 WS-COMMAND                  PIC X(10).
       77 WS-USER-INPUT               PIC X(01).
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
      * perchk's verdict on a posting date : its month may still be
      * open, closed (refused), or closed with the date moved on to
      * the next open month.
       77 WS-PER-PROGRAM              PIC X(08) VALUE "payentry".
       77 WS-PER-RESULT               PIC 9(01).
           88 WS-PER-OPEN                       VALUE 0.
           88 WS-PER-MOVED                      VALUE 1.
           88 WS-PER-REFUSED                    VALUE 2.

       PROCEDURE DIVISION.
      * With the indexed master on disk the startup scan of the

           PERFORM 0150-LOAD-PAYMENTS-BEGIN
              THRU 0150-LOAD-PAYMENTS-END.
           PERFORM 0170-LOAD-CLIENTS-BEGIN
              THRU 0170-LOAD-CLIENTS-END.

           OPEN EXTEND PAYMENTS-FILE.
           IF NOT WS-PAY-STATUS-OK THEN

           MOVE SPACE TO WS-COMMAND.
           PERFORM UNTIL WS-COMMAND EQUAL "QUIT"
               DISPLAY "Type PAY / APPLY (cash on account) / "
                   "REVERSE (bounced cheque) / LIST (reversals) / "
                   "QUIT."
               ACCEPT WS-COMMAND
               EVALUATE WS-COMMAND
                   WHEN "PAY"
                       PERFORM 0200-ENTER-PAYMENT-BEGIN
                          THRU 0200-ENTER-PAYMENT-END
                   WHEN "APPLY"
                       PERFORM 0500-APPLY-CASH-BEGIN
                          THRU 0500-APPLY-CASH-END
                   WHEN "REVERSE"
                       PERFORM 0300-ENTER-REVERSAL-BEGIN
                          THRU 0300-ENTER-REVERSAL-END
           IF WS-USE-MASTER-TRUE THEN
               CLOSE ORDER-MASTER
           END-IF.
           DISPLAY WS-PAYMENTS-ADDED " receipt(s), "
               WS-APPLIED-ADDED " application(s) and "
               WS-REVERSALS-ADDED " reversal(s) appended to "
               "data/paiements.txt.".
           GOBACK.
           END-IF.
       0100-LOAD-ORDERS-END.

      * The highest receipt number on file seeds the RECEIPT sequence
      * should its counter row be missing.
       0150-LOAD-PAYMENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PAYMENTS-FILE.
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF PAY-IN-RCPT-NO IS NUMERIC THEN
                           IF PAY-IN-RCPT-NO > WS-LAST-RCPT-NO THEN
                               MOVE PAY-IN-RCPT-NO TO WS-LAST-RCPT-NO
                           END-IF
                       END-IF
                       PERFORM 0250-REMEMBER-ROW-BEGIN
                          THRU 0250-REMEMBER-ROW-END
               END-READ
           END-PERFORM.
           CLOSE PAYMENTS-FILE.
       0150-LOAD-PAYMENTS-END.

       0170-LOAD-CLIENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLIENTS-INPUT.
           IF NOT WS-CLI-STATUS-OK THEN
               DISPLAY "No data/clients.txt - the paying client is "
                   "not checked this session."
               GO TO 0170-LOAD-CLIENTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLIENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF CLI-M-STATUS NOT EQUAL "I" AND
                          WS-CLI-TBL-SIZE < 9999 THEN
                           ADD 1 TO WS-CLI-TBL-SIZE
                           MOVE CLI-M-ID
                               TO WS-CLI-ID(WS-CLI-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTS-INPUT.
       0170-LOAD-CLIENTS-END.

      * The payer of a receipt or of an application, checked against
      * the client file.
       0180-CAPTURE-CLIENT-BEGIN.
           DISPLAY "Client ID (4 digits) : " WITH NO ADVANCING.
           ACCEPT WS-RCT-CLI-ID.
           SET WS-CLI-FOUND-FALSE TO TRUE.
           IF WS-CLI-TBL-SIZE EQUAL 0 AND WS-RCT-CLI-ID > 0 THEN
               SET WS-CLI-FOUND-TRUE TO TRUE
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CLI-TBL-SIZE
               IF WS-CLI-ID(WS-IDX) EQUAL WS-RCT-CLI-ID THEN
                   SET WS-CLI-FOUND-TRUE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-CLI-FOUND-FALSE THEN
               DISPLAY "No active client " WS-RCT-CLI-ID
                   " on file - refused."
           END-IF.
       0180-CAPTURE-CLIENT-END.

      * One receipt : who paid, how much and when, then the orders it
      * settles one by one. What is left once the payer's orders are
      * keyed is held on account rather than forced onto an order.
       0200-ENTER-PAYMENT-BEGIN.
           PERFORM 0180-CAPTURE-CLIENT-BEGIN
              THRU 0180-CAPTURE-CLIENT-END.
           IF WS-CLI-FOUND-FALSE THEN
               GO TO 0200-ENTER-PAYMENT-END
           END-IF.
           DISPLAY "Amount received (digits only, centimes last two) : "
               WITH NO ADVANCING.
           ACCEPT WS-AMT-RAW.
           COMPUTE WS-RCT-AMT = FUNCTION NUMVAL(WS-AMT-RAW) / 100.
           DISPLAY "Receipt date (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT WS-RCT-DATE.
           CALL "datechk" USING WS-RCT-DATE WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK THEN
               DISPLAY "Not a possible date - receipt refused."
               GO TO 0200-ENTER-PAYMENT-END
           END-IF.
           CALL "perchk" USING WS-PER-PROGRAM WS-RCT-DATE
               WS-PER-RESULT
           END-CALL.
           IF WS-PER-REFUSED THEN
               DISPLAY "That date is in a closed accounting period - "
                   "receipt refused."
               GO TO 0200-ENTER-PAYMENT-END
           END-IF.
           IF WS-PER-MOVED THEN
               DISPLAY "*** WARNING *** that period is closed - dated "
                   WS-RCT-DATE " instead."
           END-IF.
           IF WS-RCT-AMT EQUAL 0 THEN
               DISPLAY "Amount of zero - receipt refused."
               GO TO 0200-ENTER-PAYMENT-END
           END-IF.

           MOVE WS-RCT-AMT TO WS-RCT-LEFT.
           PERFORM 0210-ALLOCATE-BEGIN THRU 0210-ALLOCATE-END.

      * The remainder is one on-account row, and a payment row holds
      * seven digits and the centimes.
           IF WS-RCT-LEFT > 9999999.99 THEN
               MOVE WS-RCT-LEFT TO WS-LEFT-SHOWN
               DISPLAY "Remainder of " WS-LEFT-SHOWN " is too large "
                   "to hold on account on one row - settle more "
                   "orders or key the receipt in two. Receipt "
                   "abandoned."
               GO TO 0200-ENTER-PAYMENT-END
           END-IF.
           MOVE WS-RCT-AMT TO WS-AMT-SHOWN.
           MOVE WS-RCT-LEFT TO WS-LEFT-SHOWN.
           DISPLAY "Receipt of " WS-AMT-SHOWN " from client "
               WS-RCT-CLI-ID " : " WS-ALC-TBL-SIZE
               " order(s) settled, " WS-LEFT-SHOWN " held on account.".
           DISPLAY "Write the receipt (Y/N) ? " WITH NO ADVANCING.
           ACCEPT WS-USER-INPUT.
           IF WS-USER-INPUT NOT EQUAL "Y" AND
              WS-USER-INPUT NOT EQUAL "y" THEN
               DISPLAY "Receipt abandoned - nothing written."
               GO TO 0200-ENTER-PAYMENT-END
           END-IF.

      * Numbered through the shared RECEIPT sequence : the file scan
      * only seeds a missing counter.
           MOVE "RECEIPT" TO WS-SEQ-NAME.
           MOVE WS-LAST-RCPT-NO TO WS-SEQ-FALLBACK.
           MOVE 99999 TO WS-SEQ-CEILING.
           CALL "getseq" USING WS-SEQ-NAME WS-SEQ-FALLBACK
               WS-SEQ-CEILING WS-SEQ-NEXT
           END-CALL.
           IF WS-SEQ-NEXT EQUAL 0 THEN
               DISPLAY "No receipt number could be issued - receipt "
                   "abandoned."
               GO TO 0200-ENTER-PAYMENT-END
           END-IF.
           MOVE WS-SEQ-NEXT TO WS-RCT-NO.
           MOVE WS-RCT-NO TO WS-LAST-RCPT-NO.

           PERFORM VARYING WS-ALC-IDX FROM 1 BY 1
                   UNTIL WS-ALC-IDX > WS-ALC-TBL-SIZE
               MOVE SPACE TO PAY-IN-RECORD
               MOVE WS-ALC-ORD-ID(WS-ALC-IDX) TO PAY-IN-ORD-ID
               MOVE WS-ALC-AMT(WS-ALC-IDX) TO PAY-IN-AMT
               PERFORM 0240-WRITE-ROW-BEGIN THRU 0240-WRITE-ROW-END
           END-PERFORM.
           IF WS-RCT-LEFT > 0 THEN
               MOVE SPACE TO PAY-IN-RECORD
               MOVE 0 TO PAY-IN-ORD-ID
               MOVE WS-RCT-LEFT TO PAY-IN-AMT
               MOVE "O" TO PAY-IN-KIND
               PERFORM 0240-WRITE-ROW-BEGIN THRU 0240-WRITE-ROW-END
           END-IF.
           ADD 1 TO WS-PAYMENTS-ADDED.
           DISPLAY "Receipt " WS-RCT-NO " written.".
       0200-ENTER-PAYMENT-END.

      * The split itself, shared by a new receipt and by an
      * application of cash already on account : orders are keyed
      * until the money runs out or the operator stops.
       0210-ALLOCATE-BEGIN.
           MOVE 0 TO WS-ALC-TBL-SIZE.
           SET WS-ALC-DONE-FALSE TO TRUE.
           PERFORM UNTIL WS-ALC-DONE-TRUE
               PERFORM 0220-ALLOCATE-ONE-BEGIN
                  THRU 0220-ALLOCATE-ONE-END
           END-PERFORM.
       0210-ALLOCATE-END.

       0220-ALLOCATE-ONE-BEGIN.
           IF WS-RCT-LEFT EQUAL 0 OR WS-ALC-TBL-SIZE >= 20 THEN
               SET WS-ALC-DONE-TRUE TO TRUE
               GO TO 0220-ALLOCATE-ONE-END
           END-IF.
           MOVE WS-RCT-LEFT TO WS-LEFT-SHOWN.
           DISPLAY WS-LEFT-SHOWN " left. Order ID to settle "
               "(0 when done) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-ORD-ID.
           IF WS-ENTRY-ORD-ID EQUAL 0 THEN
               SET WS-ALC-DONE-TRUE TO TRUE
               GO TO 0220-ALLOCATE-ONE-END
           END-IF.

           PERFORM 0230-FIND-ORDER-BEGIN THRU 0230-FIND-ORDER-END.
           EVALUATE TRUE
               WHEN WS-HIT-FOUND-FALSE
                   DISPLAY "No order " WS-ENTRY-ORD-ID " on file."
                   GO TO 0220-ALLOCATE-ONE-END
               WHEN WS-HIT-CLI-ID NOT EQUAL WS-RCT-CLI-ID
                   DISPLAY "Order " WS-ENTRY-ORD-ID " belongs to "
                       "client " WS-HIT-CLI-ID " - not this payer's."
                   GO TO 0220-ALLOCATE-ONE-END
      * Nobody pays a credit note : a receipt keyed against one is a
      * fat-fingered order number.
               WHEN WS-HIT-TYPE EQUAL "C"
                   DISPLAY "Order " WS-ENTRY-ORD-ID " is a credit "
                       "note - nothing to settle."
                   GO TO 0220-ALLOCATE-ONE-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 0260-ORDER-OPEN-BEGIN THRU 0260-ORDER-OPEN-END.
           IF WS-ORDER-OPEN <= 0 THEN
               DISPLAY "Order " WS-ENTRY-ORD-ID " is already "
                   "settled."
               GO TO 0220-ALLOCATE-ONE-END
           END-IF.
           MOVE WS-ORDER-OPEN TO WS-AMT-SHOWN.
           MOVE WS-HIT-AMT TO WS-LEFT-SHOWN.
           DISPLAY "Order " WS-ENTRY-ORD-ID " (ordered " WS-LEFT-SHOWN
               ") has " WS-AMT-SHOWN " open. Amount to settle "
               "(digits only, centimes last two) : "
               WITH NO ADVANCING.
           ACCEPT WS-AMT-RAW.
           COMPUTE WS-ENTRY-AMT = FUNCTION NUMVAL(WS-AMT-RAW) / 100.
           IF WS-ENTRY-AMT EQUAL 0 OR WS-ENTRY-AMT > WS-ORDER-OPEN OR
              WS-ENTRY-AMT > WS-RCT-LEFT THEN
               DISPLAY "Amount must be above zero and within both the "
                   "open balance and what is left - order skipped."
               GO TO 0220-ALLOCATE-ONE-END
           END-IF.
           ADD 1 TO WS-ALC-TBL-SIZE.
           MOVE WS-ENTRY-ORD-ID TO WS-ALC-ORD-ID(WS-ALC-TBL-SIZE).
           MOVE WS-ENTRY-AMT TO WS-ALC-AMT(WS-ALC-TBL-SIZE).
           SUBTRACT WS-ENTRY-AMT FROM WS-RCT-LEFT.
       0220-ALLOCATE-ONE-END.

       0230-FIND-ORDER-BEGIN.
           SET WS-HIT-FOUND-FALSE TO TRUE.
           IF WS-USE-MASTER-TRUE THEN
               MOVE WS-ENTRY-ORD-ID TO ORD-M-ID
                   MOVE WS-ORD-TYPE(WS-ORD-FOUND-IDX) TO WS-HIT-TYPE
               END-IF
           END-IF.
       0230-FIND-ORDER-END.

      * PAY-IN-ORD-ID, PAY-IN-AMT and PAY-IN-KIND come from the
      * caller; the rest of the row is the receipt's.
       0240-WRITE-ROW-BEGIN.
           MOVE WS-RCT-CLI-ID TO PAY-IN-CLI-ID.
           MOVE WS-RCT-DATE TO PAY-IN-DATE.
           IF PAY-IN-KIND NOT EQUAL "A" THEN
               MOVE WS-RCT-NO TO PAY-IN-RCPT-NO
           END-IF.
           WRITE PAY-IN-RECORD.
           IF PAY-IN-KIND NOT EQUAL "A" THEN
               MOVE "P" TO WS-BAL-TXN
               PERFORM 0258-POST-BALANCE-BEGIN
                  THRU 0258-POST-BALANCE-END
           END-IF.
           PERFORM 0250-REMEMBER-ROW-BEGIN
              THRU 0250-REMEMBER-ROW-END.
       0240-WRITE-ROW-END.

      * Every row is kept, and a reversal marks the first live row it
      * matches as undone.
       0250-REMEMBER-ROW-BEGIN.
           IF WS-PMT-TBL-SIZE < 99999 THEN
               ADD 1 TO WS-PMT-TBL-SIZE
               MOVE PAY-IN-CLI-ID
                   TO WS-PMT-CLI-ID(WS-PMT-TBL-SIZE)
               MOVE PAY-IN-DATE TO WS-PMT-DATE(WS-PMT-TBL-SIZE)
               MOVE PAY-IN-RVSL TO WS-PMT-RVSL(WS-PMT-TBL-SIZE)
               MOVE PAY-IN-REASON TO WS-PMT-REASON(WS-PMT-TBL-SIZE)
               MOVE PAY-IN-RCPT-NO TO WS-PMT-RCPT-NO(WS-PMT-TBL-SIZE)
               MOVE PAY-IN-KIND TO WS-PMT-KIND(WS-PMT-TBL-SIZE)
               MOVE PAY-IN-SOURCE TO WS-PMT-SOURCE(WS-PMT-TBL-SIZE)
               MOVE SPACE TO WS-PMT-UNDONE(WS-PMT-TBL-SIZE)
               IF PAY-IN-RVSL EQUAL "R" THEN
                   PERFORM 0255-MARK-UNDONE-BEGIN
                      THRU 0255-MARK-UNDONE-END
               END-IF
           END-IF.
       0250-REMEMBER-ROW-END.

       0255-MARK-UNDONE-BEGIN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-PMT-TBL-SIZE
               IF WS-PMT-RVSL(WS-IDX) NOT EQUAL "R" AND
                  WS-PMT-UNDONE(WS-IDX) NOT EQUAL "Y" AND
                  WS-PMT-CLI-ID(WS-IDX) EQUAL PAY-IN-CLI-ID AND
                  WS-PMT-ORD-ID(WS-IDX) EQUAL PAY-IN-ORD-ID AND
                  WS-PMT-AMT(WS-IDX) EQUAL PAY-IN-AMT AND
                  WS-PMT-RCPT-NO(WS-IDX) EQUAL PAY-IN-RCPT-NO AND
                  WS-PMT-KIND(WS-IDX) EQUAL PAY-IN-KIND THEN
                   MOVE "Y" TO WS-PMT-UNDONE(WS-IDX)
                   GO TO 0255-MARK-UNDONE-END
               END-IF
           END-PERFORM.
       0255-MARK-UNDONE-END.

      * Cash received, or a receipt reversed, moves the client's
      * balance; an application of cash already on account does not,
      * so the callers leave those out.
       0258-POST-BALANCE-BEGIN.
           CALL "balpost" USING PAY-IN-CLI-ID WS-BAL-TXN PAY-IN-AMT
               PAY-IN-DATE
           END-CALL.
       0258-POST-BALANCE-END.

      * What is still open on WS-ENTRY-ORD-ID : the order less every
      * live payment row on it, less what this split already put on
      * it.
       0260-ORDER-OPEN-BEGIN.
           MOVE WS-HIT-AMT TO WS-ORDER-OPEN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PMT-TBL-SIZE
               IF WS-PMT-ORD-ID(WS-IDX) EQUAL WS-ENTRY-ORD-ID THEN
                   IF WS-PMT-RVSL(WS-IDX) EQUAL "R" THEN
                       ADD WS-PMT-AMT(WS-IDX) TO WS-ORDER-OPEN
                   ELSE
                       SUBTRACT WS-PMT-AMT(WS-IDX) FROM WS-ORDER-OPEN
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-ALC-IDX FROM 1 BY 1
                   UNTIL WS-ALC-IDX > WS-ALC-TBL-SIZE
               IF WS-ALC-ORD-ID(WS-ALC-IDX) EQUAL WS-ENTRY-ORD-ID THEN
                   SUBTRACT WS-ALC-AMT(WS-ALC-IDX) FROM WS-ORDER-OPEN
               END-IF
           END-PERFORM.
       0260-ORDER-OPEN-END.

      * The cash WS-RCT-CLI-ID holds on account : received on account,
      * less what was applied to orders since, with reversals of
      * either turned back.
       0270-ON-ACCOUNT-BEGIN.
           MOVE 0 TO WS-ON-ACCOUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PMT-TBL-SIZE
               IF WS-PMT-CLI-ID(WS-IDX) EQUAL WS-RCT-CLI-ID THEN
                   EVALUATE TRUE
                       WHEN WS-PMT-KIND(WS-IDX) EQUAL "O" AND
                            WS-PMT-RVSL(WS-IDX) EQUAL "R"
                           SUBTRACT WS-PMT-AMT(WS-IDX)
                               FROM WS-ON-ACCOUNT
                       WHEN WS-PMT-KIND(WS-IDX) EQUAL "O"
                           ADD WS-PMT-AMT(WS-IDX) TO WS-ON-ACCOUNT
                       WHEN WS-PMT-KIND(WS-IDX) EQUAL "A" AND
                            WS-PMT-RVSL(WS-IDX) EQUAL "R"
                           ADD WS-PMT-AMT(WS-IDX) TO WS-ON-ACCOUNT
                       WHEN WS-PMT-KIND(WS-IDX) EQUAL "A"
                           SUBTRACT WS-PMT-AMT(WS-IDX)
                               FROM WS-ON-ACCOUNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
       0270-ON-ACCOUNT-END.

      * A reversal picks the original payment, so the row it writes
      * carries the same client, order, amount, receipt and kind -
      * cliaging and clistmt net the pair and the balance reopens.
      * A bounced receipt takes every live row of that receipt with
      * it; an application reversed only goes back on account.
       0300-ENTER-REVERSAL-BEGIN.
           DISPLAY "Order ID the bounced payment was against (0 for "
               "cash held on account) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-ORD-ID.

           MOVE 0 TO WS-SHOWN-CNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PMT-TBL-SIZE
               IF WS-PMT-ORD-ID(WS-IDX) EQUAL WS-ENTRY-ORD-ID AND
                  WS-PMT-RVSL(WS-IDX) NOT EQUAL "R" AND
                  WS-PMT-SOURCE(WS-IDX) NOT EQUAL "W" AND
                  WS-PMT-UNDONE(WS-IDX) NOT EQUAL "Y" THEN
                   ADD 1 TO WS-SHOWN-CNT
                   MOVE WS-PMT-AMT(WS-IDX) TO WS-AMT-SHOWN
                   IF WS-PMT-KIND(WS-IDX) EQUAL "A" THEN
                       DISPLAY WS-IDX " : " WS-AMT-SHOWN
                           " applied " WS-PMT-DATE(WS-IDX)
                           " from client " WS-PMT-CLI-ID(WS-IDX)
                           "'s cash on account"
                   ELSE
                       DISPLAY WS-IDX " : " WS-AMT-SHOWN
                           " paid " WS-PMT-DATE(WS-IDX)
                           " by client " WS-PMT-CLI-ID(WS-IDX)
                           " receipt " WS-PMT-RCPT-NO(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SHOWN-CNT EQUAL 0 THEN
           DISPLAY "Number of the payment to reverse : "
               WITH NO ADVANCING.
           ACCEPT WS-PICK.
           IF WS-PICK EQUAL 0 OR WS-PICK > WS-PMT-TBL-SIZE THEN
               DISPLAY "Not one of the payments above - nothing "
                   "reversed."
               GO TO 0300-ENTER-REVERSAL-END
           END-IF.
           IF WS-PMT-ORD-ID(WS-PICK) NOT EQUAL WS-ENTRY-ORD-ID OR
              WS-PMT-RVSL(WS-PICK) EQUAL "R" OR
              WS-PMT-SOURCE(WS-PICK) EQUAL "W" OR
              WS-PMT-UNDONE(WS-PICK) EQUAL "Y" THEN
               DISPLAY "Not one of the payments above - nothing "
                   "reversed."
               GO TO 0300-ENTER-REVERSAL-END
           END-IF.

      * Cash on account that has since gone onto orders cannot bounce
      * out from under them : those applications are reversed first.
           MOVE WS-PMT-CLI-ID(WS-PICK) TO WS-RCT-CLI-ID.
           PERFORM 0270-ON-ACCOUNT-BEGIN THRU 0270-ON-ACCOUNT-END.
           PERFORM 0310-RECEIPT-ON-ACCOUNT-BEGIN
              THRU 0310-RECEIPT-ON-ACCOUNT-END.
           IF WS-RCT-LEFT > WS-ON-ACCOUNT THEN
               MOVE WS-ON-ACCOUNT TO WS-AMT-SHOWN
               DISPLAY "Client " WS-RCT-CLI-ID " holds only "
                   WS-AMT-SHOWN " on account - REVERSE the orders "
                   "that cash was applied to first. Nothing reversed."
               GO TO 0300-ENTER-REVERSAL-END
           END-IF.

           DISPLAY "Reason code (4 characters, e.g. BNCE) : "
               WITH NO ADVANCING.
               DISPLAY "Not a possible date - nothing reversed."
               GO TO 0300-ENTER-REVERSAL-END
           END-IF.
           CALL "perchk" USING WS-PER-PROGRAM WS-ENTRY-DATE
               WS-PER-RESULT
           END-CALL.
           IF WS-PER-REFUSED THEN
               DISPLAY "That date is in a closed accounting period - "
                   "nothing reversed."
               GO TO 0300-ENTER-REVERSAL-END
           END-IF.
           IF WS-PER-MOVED THEN
               DISPLAY "*** WARNING *** that period is closed - dated "
                   WS-ENTRY-DATE " instead."
           END-IF.

           IF WS-PMT-KIND(WS-PICK) EQUAL "A" OR
              WS-PMT-RCPT-NO(WS-PICK) IS NOT NUMERIC THEN
               MOVE WS-PICK TO WS-IDX
               PERFORM 0320-WRITE-REVERSAL-BEGIN
                  THRU 0320-WRITE-REVERSAL-END
               DISPLAY "Reversal written - the balance on order "
                   WS-ENTRY-ORD-ID " reopens."
               GO TO 0300-ENTER-REVERSAL-END
           END-IF.

           MOVE WS-PMT-RCPT-NO(WS-PICK) TO WS-RCT-NO.
           MOVE WS-PMT-TBL-SIZE TO WS-SCAN-END.
           MOVE 0 TO WS-SHOWN-CNT.
           PERFORM VARYING WS-PICK FROM 1 BY 1
                   UNTIL WS-PICK > WS-SCAN-END
               IF WS-PMT-RCPT-NO(WS-PICK) EQUAL WS-RCT-NO AND
                  WS-PMT-KIND(WS-PICK) NOT EQUAL "A" AND
                  WS-PMT-RVSL(WS-PICK) NOT EQUAL "R" AND
                  WS-PMT-UNDONE(WS-PICK) NOT EQUAL "Y" THEN
                   MOVE WS-PICK TO WS-IDX
                   PERFORM 0320-WRITE-REVERSAL-BEGIN
                      THRU 0320-WRITE-REVERSAL-END
                   ADD 1 TO WS-SHOWN-CNT
               END-IF
           END-PERFORM.
           DISPLAY "Receipt " WS-RCT-NO " reversed : " WS-SHOWN-CNT
               " row(s) written, their balances reopen.".
       0300-ENTER-REVERSAL-END.

      * How much of the picked payment's receipt was held on account
      * and is still there to take back (an application reversal
      * takes nothing back).
       0310-RECEIPT-ON-ACCOUNT-BEGIN.
           MOVE 0 TO WS-RCT-LEFT.
           IF WS-PMT-KIND(WS-PICK) EQUAL "A" THEN
               GO TO 0310-RECEIPT-ON-ACCOUNT-END
           END-IF.
           IF WS-PMT-RCPT-NO(WS-PICK) IS NOT NUMERIC THEN
               IF WS-PMT-KIND(WS-PICK) EQUAL "O" THEN
                   MOVE WS-PMT-AMT(WS-PICK) TO WS-RCT-LEFT
               END-IF
               GO TO 0310-RECEIPT-ON-ACCOUNT-END
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PMT-TBL-SIZE
               IF WS-PMT-RCPT-NO(WS-IDX) EQUAL WS-PMT-RCPT-NO(WS-PICK)
                  AND WS-PMT-KIND(WS-IDX) EQUAL "O" AND
                  WS-PMT-RVSL(WS-IDX) NOT EQUAL "R" AND
                  WS-PMT-UNDONE(WS-IDX) NOT EQUAL "Y" THEN
                   ADD WS-PMT-AMT(WS-IDX) TO WS-RCT-LEFT
               END-IF
           END-PERFORM.
       0310-RECEIPT-ON-ACCOUNT-END.

      * The reversal of row WS-IDX, dated and coded as keyed.
       0320-WRITE-REVERSAL-BEGIN.
           MOVE SPACE TO PAY-IN-RECORD.
           MOVE WS-PMT-CLI-ID(WS-IDX) TO PAY-IN-CLI-ID.
           MOVE WS-PMT-ORD-ID(WS-IDX) TO PAY-IN-ORD-ID.
           MOVE WS-PMT-AMT(WS-IDX) TO PAY-IN-AMT.
           MOVE WS-PMT-RCPT-NO(WS-IDX) TO PAY-IN-RCPT-NO.
           MOVE WS-PMT-KIND(WS-IDX) TO PAY-IN-KIND.
           MOVE WS-ENTRY-DATE TO PAY-IN-DATE.
           MOVE "R" TO PAY-IN-RVSL.
           MOVE WS-ENTRY-REASON TO PAY-IN-REASON.
           WRITE PAY-IN-RECORD.
           IF PAY-IN-KIND NOT EQUAL "A" THEN
               MOVE "R" TO WS-BAL-TXN
               PERFORM 0258-POST-BALANCE-BEGIN
                  THRU 0258-POST-BALANCE-END
           END-IF.
           ADD 1 TO WS-REVERSALS-ADDED.
           PERFORM 0250-REMEMBER-ROW-BEGIN
              THRU 0250-REMEMBER-ROW-END.
       0320-WRITE-REVERSAL-END.

      * The reversals of a period : a client with three bounced
      * cheques is something worth seeing coming.
                  WS-PMT-DATE(WS-IDX) >= WS-DATE-FROM AND
                  WS-PMT-DATE(WS-IDX) <= WS-DATE-TO THEN
                   ADD 1 TO WS-SHOWN-CNT
                   MOVE WS-PMT-AMT(WS-IDX) TO WS-AMT-SHOWN
                   DISPLAY WS-PMT-DATE(WS-IDX) " client "
                       WS-PMT-CLI-ID(WS-IDX) " order "
                       WS-PMT-ORD-ID(WS-IDX) " amount "
                       WS-AMT-SHOWN " reason "
                       WS-PMT-REASON(WS-IDX)
               END-IF
           END-PERFORM.
           DISPLAY WS-SHOWN-CNT " reversal(s) in the period.".
       0400-LIST-REVERSALS-END.

      * Cash a client left on account goes onto orders later : each
      * application is an "A" row against the order, no receipt
      * number and no new money.
       0500-APPLY-CASH-BEGIN.
           PERFORM 0180-CAPTURE-CLIENT-BEGIN
              THRU 0180-CAPTURE-CLIENT-END.
           IF WS-CLI-FOUND-FALSE THEN
               GO TO 0500-APPLY-CASH-END
           END-IF.
           PERFORM 0270-ON-ACCOUNT-BEGIN THRU 0270-ON-ACCOUNT-END.
           IF WS-ON-ACCOUNT <= 0 THEN
               DISPLAY "Client " WS-RCT-CLI-ID " holds no cash on "
                   "account."
               GO TO 0500-APPLY-CASH-END
           END-IF.
           MOVE WS-ON-ACCOUNT TO WS-AMT-SHOWN.
           DISPLAY "Client " WS-RCT-CLI-ID " holds " WS-AMT-SHOWN
               " on account.".
           DISPLAY "Date applied (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT WS-RCT-DATE.
           CALL "datechk" USING WS-RCT-DATE WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK THEN
               DISPLAY "Not a possible date - nothing applied."
               GO TO 0500-APPLY-CASH-END
           END-IF.
           CALL "perchk" USING WS-PER-PROGRAM WS-RCT-DATE
               WS-PER-RESULT
           END-CALL.
           IF WS-PER-REFUSED THEN
               DISPLAY "That date is in a closed accounting period - "
                   "nothing applied."
               GO TO 0500-APPLY-CASH-END
           END-IF.
           IF WS-PER-MOVED THEN
               DISPLAY "*** WARNING *** that period is closed - dated "
                   WS-RCT-DATE " instead."
           END-IF.

           MOVE WS-ON-ACCOUNT TO WS-RCT-LEFT.
           PERFORM 0210-ALLOCATE-BEGIN THRU 0210-ALLOCATE-END.
           IF WS-ALC-TBL-SIZE EQUAL 0 THEN
               DISPLAY "Nothing applied."
               GO TO 0500-APPLY-CASH-END
           END-IF.
           MOVE WS-RCT-LEFT TO WS-LEFT-SHOWN.
           DISPLAY WS-ALC-TBL-SIZE " order(s) settled, " WS-LEFT-SHOWN
               " stays on account. Write (Y/N) ? " WITH NO ADVANCING.
           ACCEPT WS-USER-INPUT.
           IF WS-USER-INPUT NOT EQUAL "Y" AND
              WS-USER-INPUT NOT EQUAL "y" THEN
               DISPLAY "Application abandoned - nothing written."
               GO TO 0500-APPLY-CASH-END
           END-IF.
           PERFORM VARYING WS-ALC-IDX FROM 1 BY 1
                   UNTIL WS-ALC-IDX > WS-ALC-TBL-SIZE
               MOVE SPACE TO PAY-IN-RECORD
               MOVE WS-ALC-ORD-ID(WS-ALC-IDX) TO PAY-IN-ORD-ID
               MOVE WS-ALC-AMT(WS-ALC-IDX) TO PAY-IN-AMT
               MOVE "A" TO PAY-IN-KIND
               PERFORM 0240-WRITE-ROW-BEGIN THRU 0240-WRITE-ROW-END
               ADD 1 TO WS-APPLIED-ADDED
           END-PERFORM.
           DISPLAY "Cash on account applied.".
       0500-APPLY-CASH-END.
