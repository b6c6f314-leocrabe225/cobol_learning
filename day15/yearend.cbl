       FILE SECTION.
       FD ORDERS-FILE.
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
      * "R" marks a reversal row (bounced cheque) carrying the
           05 PAY-IN-RVSL          PIC X(01).
           05 FILLER               PIC X(01).
           05 PAY-IN-REASON        PIC X(04).
      * "O" is cash held on account against order 00000, "A" applies it
      * to an order : the account balance crosses the cutoff as one
      * carry-forward "O" row per client, the way order balances do.
           05 FILLER               PIC X(01).
           05 PAY-IN-RCPT-NO       PIC X(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-KIND          PIC X(01).

       FD ORDERS-ARCHIVE.
       01 ORD-ARC-RECORD           PIC X(31).

       FD PAYMENTS-ARCHIVE.
       01 PAY-ARC-RECORD           PIC X(46).

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
       01 WS-PAY-STATUS               PIC X(02).
           88 WS-PAY-STATUS-OK                  VALUE "00".

       77 WS-IDX                      PIC 9(05).
       77 WS-CUTOFF-DATE              PIC 9(08).
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
       77 WS-ORD-ARC-FILENAME         PIC X(40).
       77 WS-PAY-ARC-FILENAME         PIC X(40).

       77 WS-ORD-TBL-SIZE             PIC 9(05) VALUE 0.
       77 WS-ORD-TBL-MAX              PIC 9(05) VALUE 99999.
       01 WS-ORD-TBL.
           05 WS-ORD OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-ORD-TBL-SIZE.
               10 WS-ORD-IMAGE        PIC X(31).
               10 WS-ORD-CLI-ID       PIC 9(04).
               10 WS-ORD-ID           PIC 9(05).
               10 WS-ORD-AMT          PIC 9(07)V99.
               10 WS-ORD-DATE         PIC 9(08).
               10 WS-ORD-PAID         PIC 9(08)V99.
               10 WS-ORD-TYPE         PIC X(01).
               10 WS-ORD-ARCHIVED     PIC 9(01).
       77 WS-ORD-FOUND-IDX            PIC 9(05).

       77 WS-PAY-TBL-SIZE             PIC 9(05) VALUE 0.
       01 WS-PAY-TBL.
           05 WS-PAY OCCURS 99999 TIMES.
               10 WS-PAY-IMAGE        PIC X(46).
               10 WS-PAY-ORD-ID       PIC 9(05).

      * Carry-forward per client : the net of open amounts on orders
      * leaving for the archive.
       01 WS-FWD-TBL.
           05 WS-FWD                  PIC S9(09)V99 OCCURS 9999 TIMES.
       77 WS-CLI-IDX                  PIC 9(05).

      * Cash on account per client carried by the rows leaving for
      * the archive : held on account before the cutoff, less what
      * was applied to the orders archived.
       01 WS-ACCT-FWD-TBL.
           05 WS-ACCT-FWD             PIC S9(09)V99 OCCURS 9999 TIMES.
       77 WS-ACCT-LEFT                PIC 9(09)V99.
       77 WS-ACCT-FWD-WRITTEN         PIC 9(04) VALUE 0.

       77 WS-OPEN-AMT                 PIC S9(08)V99.
       77 WS-NEXT-ORD-ID              PIC 9(05) VALUE 0.

       77 WS-SEQ-NAME                 PIC X(08).
       77 WS-SEQ-FALLBACK             PIC 9(09).
       77 WS-SEQ-NEXT                 PIC 9(09).
       77 WS-ORDERS-ARCHIVED          PIC 9(04) VALUE 0.
       77 WS-PAYMENTS-ARCHIVED        PIC 9(04) VALUE 0.
       77 WS-FWD-WRITTEN              PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "Archive fully-settled orders dated before "

           DISPLAY WS-ORDERS-ARCHIVED " order(s) and "
               WS-PAYMENTS-ARCHIVED " payment(s) archived, "
               WS-FWD-WRITTEN " carry-forward row(s) and "
               WS-ACCT-FWD-WRITTEN " on-account row(s) written.".
           GOBACK.

       0100-LOAD-ORDERS-BEGIN.
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-PAY-TBL-SIZE < 99999 THEN
                           ADD 1 TO WS-PAY-TBL-SIZE
                           MOVE PAY-IN-RECORD
                               TO WS-PAY-IMAGE(WS-PAY-TBL-SIZE)
      * Orders older than the cutoff all leave for the archive; what
      * was still open on them nets into the client's carry-forward.
       0300-SPLIT-BEGIN.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > 9999
               MOVE 0 TO WS-FWD(WS-CLI-IDX)
               MOVE 0 TO WS-ACCT-FWD(WS-CLI-IDX)
           END-PERFORM.

           OPEN OUTPUT ORDERS-ARCHIVE.
           OPEN OUTPUT PAYMENTS-ARCHIVE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PAY-TBL-SIZE
               MOVE WS-PAY-IMAGE(WS-IDX) TO PAY-IN-RECORD
               IF PAY-IN-KIND EQUAL "O" THEN
                   PERFORM 0310-SPLIT-ON-ACCOUNT-BEGIN
                      THRU 0310-SPLIT-ON-ACCOUNT-END
               ELSE
                   PERFORM 0320-SPLIT-PAYMENT-BEGIN
                      THRU 0320-SPLIT-PAYMENT-END
               END-IF
           END-PERFORM.
           CLOSE PAYMENTS-ARCHIVE.
       0300-SPLIT-END.

      * Cash received on account before the cutoff leaves for the
      * archive; its balance comes back as the client's carry-forward.
       0310-SPLIT-ON-ACCOUNT-BEGIN.
           IF PAY-IN-DATE NOT < WS-CUTOFF-DATE OR
              PAY-IN-CLI-ID EQUAL 0 THEN
               GO TO 0310-SPLIT-ON-ACCOUNT-END
           END-IF.
           IF PAY-IN-RVSL EQUAL "R" THEN
               SUBTRACT PAY-IN-AMT FROM WS-ACCT-FWD(PAY-IN-CLI-ID)
           ELSE
               ADD PAY-IN-AMT TO WS-ACCT-FWD(PAY-IN-CLI-ID)
           END-IF.
           MOVE WS-PAY-IMAGE(WS-IDX) TO PAY-ARC-RECORD.
           WRITE PAY-ARC-RECORD.
           ADD 1 TO WS-PAYMENTS-ARCHIVED.
           MOVE SPACES TO WS-PAY-IMAGE(WS-IDX).
       0310-SPLIT-ON-ACCOUNT-END.

       0320-SPLIT-PAYMENT-BEGIN.
           MOVE 0 TO WS-ORD-FOUND-IDX.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > WS-ORD-TBL-SIZE
               IF WS-ORD-ID(WS-CLI-IDX) EQUAL
                  WS-PAY-ORD-ID(WS-IDX) THEN
                   MOVE WS-CLI-IDX TO WS-ORD-FOUND-IDX
               END-IF
           END-PERFORM.
      * A payment follows its order : archived order, archived
      * payment. Orphans stay live where paycheck can flag them.
           IF WS-ORD-FOUND-IDX > 0 AND
              WS-ORD-ARCHIVED(WS-ORD-FOUND-IDX) EQUAL 1 THEN
               MOVE WS-PAY-IMAGE(WS-IDX) TO PAY-ARC-RECORD
               WRITE PAY-ARC-RECORD
               ADD 1 TO WS-PAYMENTS-ARCHIVED
               MOVE SPACES TO WS-PAY-IMAGE(WS-IDX)
      * Cash applied from account to an archived order drew the
      * account down : the carry-forward nets it.
               IF PAY-IN-KIND EQUAL "A" AND PAY-IN-CLI-ID > 0 THEN
                   IF PAY-IN-RVSL EQUAL "R" THEN
                       ADD PAY-IN-AMT
                           TO WS-ACCT-FWD(PAY-IN-CLI-ID)
                   ELSE
                       SUBTRACT PAY-IN-AMT
                           FROM WS-ACCT-FWD(PAY-IN-CLI-ID)
                   END-IF
               END-IF
           END-IF.
       0320-SPLIT-PAYMENT-END.

      * The live files rebuilt : carry-forward "B" rows first (one
      * per client, dated the cutoff, numbered on so payments can
      * settle them), then every order the cutoff kept.
       0400-REWRITE-LIVE-BEGIN.
           OPEN OUTPUT ORDERS-FILE.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > 9999
               IF WS-FWD(WS-CLI-IDX) > 0 THEN
      * Numbered through the shared ORDER sequence, as every other
      * order writer is : the file scan only seeds a missing row.
                   MOVE "ORDER" TO WS-SEQ-NAME
                   COMPUTE WS-SEQ-FALLBACK = WS-NEXT-ORD-ID - 1
                   MOVE 99999 TO WS-SEQ-CEILING
                   CALL "getseq" USING WS-SEQ-NAME WS-SEQ-FALLBACK
                       WS-SEQ-CEILING WS-SEQ-NEXT
                   END-CALL
           END-PERFORM.
           CLOSE ORDERS-FILE.

      * Cash still on account opens the payment file, so every later
      * application finds it there; where the archived rows applied
      * more than they held (cash received after the cutoff went onto
      * an old order) a reversal row closes the file instead.
           OPEN OUTPUT PAYMENTS-FILE.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > 9999
               IF WS-ACCT-FWD(WS-CLI-IDX) > 0 THEN
                   MOVE WS-ACCT-FWD(WS-CLI-IDX) TO WS-ACCT-LEFT
                   PERFORM 0410-ACCOUNT-FWD-BEGIN
                      THRU 0410-ACCOUNT-FWD-END
                       UNTIL WS-ACCT-LEFT EQUAL 0
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PAY-TBL-SIZE
               IF WS-PAY-IMAGE(WS-IDX) NOT EQUAL SPACES THEN
                   WRITE PAY-IN-RECORD
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > 9999
               IF WS-ACCT-FWD(WS-CLI-IDX) < 0 THEN
                   COMPUTE WS-ACCT-LEFT = 0 - WS-ACCT-FWD(WS-CLI-IDX)
                   PERFORM 0410-ACCOUNT-FWD-BEGIN
                      THRU 0410-ACCOUNT-FWD-END
                       UNTIL WS-ACCT-LEFT EQUAL 0
               END-IF
           END-PERFORM.
           CLOSE PAYMENTS-FILE.
       0400-REWRITE-LIVE-END.

      * One carry-forward on-account row of at most 9999999.99, dated
      * the cutoff; a negative balance writes it as a reversal.
       0410-ACCOUNT-FWD-BEGIN.
           MOVE SPACE TO PAY-IN-RECORD.
           MOVE WS-CLI-IDX TO PAY-IN-CLI-ID.
           MOVE 0 TO PAY-IN-ORD-ID.
           IF WS-ACCT-LEFT > 9999999.99 THEN
               MOVE 9999999.99 TO PAY-IN-AMT
           ELSE
               MOVE WS-ACCT-LEFT TO PAY-IN-AMT
           END-IF.
           SUBTRACT PAY-IN-AMT FROM WS-ACCT-LEFT.
           MOVE WS-CUTOFF-DATE TO PAY-IN-DATE.
           MOVE "O" TO PAY-IN-KIND.
           IF WS-ACCT-FWD(WS-CLI-IDX) < 0 THEN
               MOVE "R" TO PAY-IN-RVSL
               MOVE "BFWD" TO PAY-IN-REASON
           END-IF.
           WRITE PAY-IN-RECORD.
           ADD 1 TO WS-ACCT-FWD-WRITTEN.
       0410-ACCOUNT-FWD-END.
