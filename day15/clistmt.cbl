               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

      * What each client owes across the whole account, kept by
      * balpost and rebuilt nightly by balrecon. The lines above are
      * cut to the date range; this figure is not, so the client sees
      * the balance that will actually be chased.
           SELECT BALANCE-INPUT
               ASSIGN TO "data/clients-balance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

      * One statement file per client, the same treatment outofsto.cbl
      * gives each supplier with its po-<code>.txt files.
           SELECT STATEMENT-OUTPUT

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
      * "R" marks a reversal row (bounced cheque) : it shows as its
      * own line and the balance reopens. Source "W" is a bad debt
      * written off : it closes the order but is no payment.
           05 FILLER               PIC X(01).
           05 PAY-IN-SOURCE        PIC X(01).
           05 FILLER               PIC X(01).
           05 PAY-IN-RVSL          PIC X(01).
           05 FILLER               PIC X(01).
           05 PAY-IN-REASON        PIC X(04).
      * "O" is cash held on account against order 000, listed in its
      * own block; "A" applies it to an order and shows under that
      * order like a payment.
           05 FILLER               PIC X(01).
           05 PAY-IN-RCPT-NO       PIC X(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-KIND          PIC X(01).

       FD BALANCE-INPUT.
       COPY clibal.

       FD STATEMENT-OUTPUT.
       01 STMT-OUT-RCD              PIC X(60).
           88 WS-F-STATUS-OK                    VALUE "00".
           88 WS-F-STATUS-EOF                   VALUE "10".

       77 WS-IDX                      PIC 9(05).
       77 WS-IDX-2                    PIC 9(05).

       77 WS-ORD-TBL-SIZE             PIC 9(05) VALUE 0.
       77 WS-ORD-TBL-MAX              PIC 9(05) VALUE 99999.
       77 WS-ORD-OVERFLOW-CNT         PIC 9(05) VALUE 0.
       01 WS-ORD-TBL.
           05 WS-ORD OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-ORD-TBL-SIZE.
               10 WS-ORD-CLI-ID       PIC 9(04).
               10 WS-ORD-ID           PIC 9(05).
               10 WS-ORD-AMT          PIC 9(07)V99.
               10 WS-ORD-DATE         PIC 9(08).
               10 WS-ORD-TYPE         PIC X(01).

       01 WS-PAY-STATUS               PIC X(02).
           88 WS-PAY-STATUS-OK                  VALUE "00".

       77 WS-PAY-TBL-SIZE             PIC 9(05) VALUE 0.
       77 WS-PAY-TBL-MAX              PIC 9(05) VALUE 99999.
       77 WS-PAY-OVERFLOW-CNT         PIC 9(05) VALUE 0.
       01 WS-PAY-TBL.
           05 WS-PAY OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-PAY-TBL-SIZE.
               10 WS-PAY-CLI-ID       PIC 9(04).
               10 WS-PAY-ORD-ID       PIC 9(05).
               10 WS-PAY-AMT          PIC 9(07)V99.
               10 WS-PAY-DATE         PIC 9(08).
               10 WS-PAY-RVSL         PIC X(01).
               10 WS-PAY-KIND         PIC X(01).
               10 WS-PAY-SOURCE       PIC X(01).

       77 WS-DATE-FROM                PIC 9(08) VALUE 0.
       77 WS-DATE-TO                  PIC 9(08) VALUE 0.

       77 WS-STMT-FILENAME            PIC X(30).
       77 WS-STMT-WRITTEN-CNT         PIC 9(04) VALUE 0.
       77 WS-CLI-SUBTOTAL             PIC S9(09)V99.
       77 WS-CLI-ON-ACCT              PIC S9(09)V99.
       77 WS-ACCT-SHOWN-CNT           PIC 9(05).
      * The client whose lines are being written : the one statement
      * in hand, or each member in turn on a group statement.
       77 WS-STMT-CLI-ID              PIC 9(04).
       77 WS-STMT-CLI-TERMS           PIC X(04).

      * Every client, kept from the statement pass for the group
      * statements : a head office with branches gets one more file,
      * output/stmt-group-<id>.txt, with each member's lines and the
      * group's totals. The branch statements above are unchanged.
       77 WS-GCL-TBL-SIZE             PIC 9(04) VALUE 0.
       77 WS-GCL-TBL-MAX              PIC 9(04) VALUE 9999.
       01 WS-GCL-TBL.
           05 WS-GCL OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WS-GCL-TBL-SIZE.
               10 WS-GCL-ID           PIC 9(04).
               10 WS-GCL-PARENT       PIC 9(04).
               10 WS-GCL-NAME         PIC X(10).
               10 WS-GCL-FNAME        PIC X(10).
               10 WS-GCL-ADDRESS      PIC X(30).
               10 WS-GCL-PHONE        PIC X(10).
               10 WS-GCL-EMAIL        PIC X(50).
               10 WS-GCL-TERMS        PIC X(04).
               10 WS-GCL-GRP-LIMIT    PIC 9(07)V99.
       01 WS-BRANCH-TBL.
           05 WS-BRANCH-CNT           PIC 9(04) OCCURS 9999 TIMES.
       77 WS-GCL-IDX                  PIC 9(04).
       77 WS-GCL-MBR-IDX              PIC 9(04).
       77 WS-GRP-WRITTEN-CNT          PIC 9(04) VALUE 0.
       77 WS-GRP-SUBTOTAL             PIC S9(09)V99.
       77 WS-GRP-ON-ACCT              PIC S9(09)V99.
       77 WS-GRP-PAST-DUE             PIC S9(09)V99.
       77 WS-GRP-GOODS-TOTAL          PIC S9(09)V99.

       01 WS-STMT-TITLE-LINE.
           05 FILLER                  PIC X(17) VALUE
           05 WS-STMT-TITLE-NAME      PIC X(10).
           05 FILLER                  PIC X(04) VALUE " ***".

       01 WS-STMT-GROUP-TITLE.
           05 FILLER                  PIC X(23) VALUE
               "*** GROUP STATEMENT - ".
           05 WS-STMT-GROUP-FNAME     PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-STMT-GROUP-NAME      PIC X(10).
           05 FILLER                  PIC X(04) VALUE " ***".

       01 WS-STMT-MEMBER-LINE.
           05 FILLER                  PIC X(02) VALUE "- ".
           05 WS-STMT-MEMBER-ROLE     PIC X(12).
           05 WS-STMT-MEMBER-ID       PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-STMT-MEMBER-FNAME    PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-STMT-MEMBER-NAME     PIC X(10).

       01 WS-STMT-RANGE-LINE.
           05 FILLER                  PIC X(14) VALUE "Date range : ".
           05 WS-STMT-RANGE-FROM      PIC 9(08).

       01 WS-STMT-ORD-LINE.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-STMT-ORD-ID          PIC 9(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-STMT-ORD-DATE        PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-STMT-ORD-AMT         PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-STMT-ORD-MARK        PIC X(06).
      * "due YYYYMMDD" on an order line, blank on payment lines.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-STMT-ORD-DUE         PIC X(12).

      * Each order is owed on the due date the client's payment terms
      * give; what is still open past that date is called out below
      * the subtotal.
       77 WS-RUN-DATE                 PIC 9(08).
       77 WS-DUE-DATE                 PIC 9(08).
       77 WS-TRM-LABEL                PIC X(30).
       77 WS-TRM-KNOWN                PIC 9(01).
       77 WS-ORD-OPEN                 PIC S9(09)V99.
       77 WS-CLI-PAST-DUE             PIC S9(09)V99.

       01 WS-STMT-TERMS-LINE.
           05 FILLER                  PIC X(16) VALUE
               "Payment terms : ".
           05 WS-STMT-TERMS           PIC X(30).

       01 WS-STMT-PAST-DUE-LINE.
           05 FILLER                  PIC X(19) VALUE
               "    Past due : ".
           05 WS-STMT-PAST-DUE        PIC -Z,ZZZ,ZZ9.99.

       01 WS-STMT-SUBTOTAL-LINE.
           05 FILLER                  PIC X(15) VALUE "    Subtotal : ".
           05 WS-STMT-SUBTOTAL        PIC -Z,ZZZ,ZZ9.99.

       01 WS-STMT-MEMBER-TOTAL-LINE.
           05 FILLER                  PIC X(22) VALUE
               "    Member subtotal : ".
           05 WS-STMT-MEMBER-TOTAL    PIC -Z,ZZZ,ZZ9.99.

       01 WS-STMT-LIMIT-LINE.
           05 FILLER                  PIC X(27) VALUE
               "    Group credit limit : ".
           05 WS-STMT-LIMIT           PIC -Z,ZZZ,ZZ9.99.

       01 WS-STMT-ACCT-LINE.
           05 FILLER                  PIC X(19) VALUE
               "    On account : ".
           05 WS-STMT-ACCT            PIC -Z,ZZZ,ZZ9.99.

       01 WS-STMT-DUE-LINE.
           05 FILLER                  PIC X(19) VALUE
               "    Balance due : ".
           05 WS-STMT-DUE             PIC -Z,ZZZ,ZZ9.99.

       01 WS-BAL-STATUS               PIC X(02).
           88 WS-BAL-STATUS-OK                  VALUE "00".
       77 WS-BAL-LOADED               PIC 9(01) VALUE 0.
           88 WS-BAL-LOADED-TRUE                VALUE 1.
           88 WS-BAL-LOADED-FALSE               VALUE 0.
      * WS-BAL-PRESENT marks the clients with a row : one first
      * posted since balrecon last ran has none yet, and its
      * statement goes out without the balance line rather than
      * with a balance of zero.
       01 WS-BAL-OPEN-TBL.
           05 WS-BAL-ROW OCCURS 9999 TIMES.
               10 WS-BAL-OPEN         PIC S9(09)V99.
               10 WS-BAL-PRESENT      PIC X(01).

       01 WS-STMT-BALANCE-LINE.
           05 FILLER                  PIC X(22) VALUE
               "    Account balance : ".
           05 WS-STMT-BALANCE         PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(13) VALUE
               "  (all dates)".

      * Every amount on file is tax-inclusive; the VAT portion of the
      * goods total (orders net of credit notes, before payments) is
      * broken out so the statement can feed the client's own books.
       77 WS-VAT-RATE                 PIC 9(02)V99 VALUE 20.
       77 WS-CLI-GOODS-TOTAL          PIC S9(09)V99.
       77 WS-VAT-PORTION              PIC S9(09)V99.
       01 WS-PARAM-KEY                PIC X(20).
       01 WS-PARAM-VALUE              PIC X(20).
       01 WS-PARAM-FOUND              PIC 9(01).
               "    of which VAT @ ".
           05 WS-STMT-VAT-RATE        PIC Z9.99.
           05 FILLER                  PIC X(04) VALUE "% : ".
           05 WS-STMT-VAT-AMT         PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           INITIALIZE WS-BRANCH-TBL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE "VAT-RATE" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           PERFORM 0150-LOAD-PAYMENTS-BEGIN
              THRU 0150-LOAD-PAYMENTS-END.

           PERFORM 0180-LOAD-BALANCES-BEGIN
              THRU 0180-LOAD-BALANCES-END.

           PERFORM 0200-WRITE-STATEMENTS-BEGIN
              THRU 0200-WRITE-STATEMENTS-END.

           DISPLAY WS-STMT-WRITTEN-CNT " statement file(s) written "
               "to output/stmt-<id>.txt.".

           PERFORM 0300-GROUP-STATEMENTS-BEGIN
              THRU 0300-GROUP-STATEMENTS-END.
           DISPLAY WS-GRP-WRITTEN-CNT " group statement(s) written "
               "to output/stmt-group-<id>.txt.".
           GOBACK.

       0100-LOAD-ORDERS-BEGIN.
                               TO WS-PAY-DATE(WS-PAY-TBL-SIZE)
                           MOVE PAY-IN-RVSL
                               TO WS-PAY-RVSL(WS-PAY-TBL-SIZE)
                           MOVE PAY-IN-KIND
                               TO WS-PAY-KIND(WS-PAY-TBL-SIZE)
                           MOVE PAY-IN-SOURCE
                               TO WS-PAY-SOURCE(WS-PAY-TBL-SIZE)
                       ELSE
                           ADD 1 TO WS-PAY-OVERFLOW-CNT
                       END-IF
           END-IF.
       0150-LOAD-PAYMENTS-END.

      * No balance file yet only leaves the account balance line off.
       0180-LOAD-BALANCES-BEGIN.
           INITIALIZE WS-BAL-OPEN-TBL.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT BALANCE-INPUT.
           IF NOT WS-BAL-STATUS-OK THEN
               DISPLAY "No data/clients-balance.txt - statements go "
                   "out without the account balance line."
               GO TO 0180-LOAD-BALANCES-END
           END-IF.
           SET WS-BAL-LOADED-TRUE TO TRUE.
           PERFORM UNTIL WS-EOF-TRUE
               READ BALANCE-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF BAL-CLI-ID IS NUMERIC AND BAL-CLI-ID > 0
                          THEN
                           IF BAL-OPEN-CREDIT THEN
                               COMPUTE WS-BAL-OPEN(BAL-CLI-ID) =
                                   0 - BAL-OPEN
                           ELSE
                               MOVE BAL-OPEN
                                   TO WS-BAL-OPEN(BAL-CLI-ID)
                           END-IF
                           MOVE "Y" TO WS-BAL-PRESENT(BAL-CLI-ID)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BALANCE-INPUT.
       0180-LOAD-BALANCES-END.

      * One pass over the client master; each client in turn gets a
      * statement file headed with the climast contact block.
       0200-WRITE-STATEMENTS-BEGIN.
                   NOT AT END
                       PERFORM 0210-ONE-STATEMENT-BEGIN
                          THRU 0210-ONE-STATEMENT-END
                       PERFORM 0260-KEEP-CLIENT-BEGIN
                          THRU 0260-KEEP-CLIENT-END
               END-READ
           END-PERFORM.
           CLOSE CLIENTS-INPUT.
           MOVE WS-DATE-TO   TO WS-STMT-RANGE-TO.
           MOVE WS-STMT-RANGE-LINE TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.
           CALL "duedate" USING CLI-M-TERMS WS-RUN-DATE WS-DUE-DATE
               WS-TRM-LABEL WS-TRM-KNOWN
           END-CALL.
           MOVE WS-TRM-LABEL TO WS-STMT-TERMS.
           MOVE WS-STMT-TERMS-LINE TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.
           MOVE SPACE TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.

           MOVE CLI-M-ID TO WS-STMT-CLI-ID.
           MOVE CLI-M-TERMS TO WS-STMT-CLI-TERMS.
           PERFORM 0240-CLIENT-LINES-BEGIN
              THRU 0240-CLIENT-LINES-END.
           PERFORM 0250-TOTAL-LINES-BEGIN
              THRU 0250-TOTAL-LINES-END.
           IF WS-BAL-LOADED-TRUE AND CLI-M-ID > 0 AND
              WS-BAL-PRESENT(CLI-M-ID) EQUAL "Y" THEN
               MOVE WS-BAL-OPEN(CLI-M-ID) TO WS-STMT-BALANCE
               MOVE WS-STMT-BALANCE-LINE TO STMT-OUT-RCD
               WRITE STMT-OUT-RCD
           END-IF.
           CLOSE STATEMENT-OUTPUT.
           ADD 1 TO WS-STMT-WRITTEN-CNT.
       0210-ONE-STATEMENT-END.

      * One client's order, payment and on-account lines, leaving its
      * subtotal, goods total, past due and on-account figures behind
      * for the caller's totals.
       0240-CLIENT-LINES-BEGIN.
           MOVE 0 TO WS-CLI-SUBTOTAL.
           MOVE 0 TO WS-CLI-GOODS-TOTAL.
           MOVE 0 TO WS-CLI-PAST-DUE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ORD-TBL-SIZE
               IF WS-ORD-CLI-ID(WS-IDX) EQUAL WS-STMT-CLI-ID AND
                  WS-ORD-DATE(WS-IDX) >= WS-DATE-FROM AND
                  WS-ORD-DATE(WS-IDX) <= WS-DATE-TO THEN
                   MOVE WS-ORD-ID(WS-IDX)   TO WS-STMT-ORD-ID
                   MOVE WS-ORD-DATE(WS-IDX) TO WS-STMT-ORD-DATE
                   MOVE WS-ORD-AMT(WS-IDX)  TO WS-STMT-ORD-AMT
                   MOVE WS-ORD-AMT(WS-IDX)  TO WS-ORD-OPEN
      * A credit note is the client's to use at once : no terms, so
      * no due date on its line.
                   MOVE SPACE TO WS-STMT-ORD-DUE
                   IF WS-ORD-TYPE(WS-IDX) NOT EQUAL "C" THEN
                       CALL "duedate" USING WS-STMT-CLI-TERMS
                           WS-ORD-DATE(WS-IDX) WS-DUE-DATE
                           WS-TRM-LABEL WS-TRM-KNOWN
                       END-CALL
                       STRING "due " WS-DUE-DATE
                           DELIMITED BY SIZE INTO WS-STMT-ORD-DUE
                   END-IF
      * Credit notes show as distinct lines and net the subtotal, so
      * the statement says why a client owes less than they ordered.
                   EVALUATE WS-ORD-TYPE(WS-IDX)
                           UNTIL WS-IDX-2 > WS-PAY-TBL-SIZE
                       IF WS-PAY-ORD-ID(WS-IDX-2) EQUAL
                          WS-ORD-ID(WS-IDX) AND
                          WS-PAY-CLI-ID(WS-IDX-2) EQUAL
                          WS-STMT-CLI-ID THEN
                           MOVE WS-PAY-ORD-ID(WS-IDX-2)
                               TO WS-STMT-ORD-ID
                           MOVE WS-PAY-DATE(WS-IDX-2)
                               TO WS-STMT-ORD-DATE
                           MOVE WS-PAY-AMT(WS-IDX-2)
                               TO WS-STMT-ORD-AMT
                           MOVE SPACE TO WS-STMT-ORD-DUE
                           IF WS-PAY-RVSL(WS-IDX-2) EQUAL "R"
                               MOVE "REVRSD" TO WS-STMT-ORD-MARK
                               ADD WS-PAY-AMT(WS-IDX-2)
                                   TO WS-CLI-SUBTOTAL
                               ADD WS-PAY-AMT(WS-IDX-2)
                                   TO WS-ORD-OPEN
                           ELSE
                               MOVE "PAID" TO WS-STMT-ORD-MARK
                               SUBTRACT WS-PAY-AMT(WS-IDX-2)
                                   FROM WS-CLI-SUBTOTAL
                               SUBTRACT WS-PAY-AMT(WS-IDX-2)
                                   FROM WS-ORD-OPEN
                           END-IF
      * Cash applied from the client's account settles the order the
      * same way; it is marked so it is not read as a new receipt.
                           IF WS-PAY-KIND(WS-IDX-2) EQUAL "A"
                               IF WS-PAY-RVSL(WS-IDX-2) EQUAL "R"
                                   MOVE "UNAPPL" TO WS-STMT-ORD-MARK
                               ELSE
                                   MOVE "APPLD" TO WS-STMT-ORD-MARK
                               END-IF
                           END-IF
                           IF WS-PAY-SOURCE(WS-IDX-2) EQUAL "W"
                               MOVE "WROFF" TO WS-STMT-ORD-MARK
                           END-IF
                           MOVE WS-STMT-ORD-LINE TO STMT-OUT-RCD
                           WRITE STMT-OUT-RCD
                       END-IF
                   END-PERFORM
                   IF WS-ORD-TYPE(WS-IDX) NOT EQUAL "C" AND
                      WS-ORD-OPEN > 0 AND
                      WS-DUE-DATE < WS-RUN-DATE THEN
                       ADD WS-ORD-OPEN TO WS-CLI-PAST-DUE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 0220-ON-ACCOUNT-BEGIN THRU 0220-ON-ACCOUNT-END.
       0240-CLIENT-LINES-END.

      * Subtotal, past due, on account and VAT from the WS-CLI-*
      * figures : one client's, or a whole group's added up.
       0250-TOTAL-LINES-BEGIN.
           MOVE WS-CLI-SUBTOTAL TO WS-STMT-SUBTOTAL.
           MOVE WS-STMT-SUBTOTAL-LINE TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.
           IF WS-CLI-PAST-DUE > 0 THEN
               MOVE WS-CLI-PAST-DUE TO WS-STMT-PAST-DUE
               MOVE WS-STMT-PAST-DUE-LINE TO STMT-OUT-RCD
               WRITE STMT-OUT-RCD
           END-IF.
      * Cash the client has paid but not yet put on an order still
      * reduces what they owe : the statement says so rather than
      * dunning them for the gross.
           IF WS-CLI-ON-ACCT NOT EQUAL 0 THEN
               MOVE WS-CLI-ON-ACCT TO WS-STMT-ACCT
               MOVE WS-STMT-ACCT-LINE TO STMT-OUT-RCD
               WRITE STMT-OUT-RCD
               COMPUTE WS-STMT-DUE = WS-CLI-SUBTOTAL - WS-CLI-ON-ACCT
               MOVE WS-STMT-DUE-LINE TO STMT-OUT-RCD
               WRITE STMT-OUT-RCD
           END-IF.
      * VAT is carved out of the tax-inclusive goods total, so the
      * breakdown ignores what has or has not been paid.
           COMPUTE WS-VAT-PORTION ROUNDED =
           MOVE WS-VAT-PORTION TO WS-STMT-VAT-AMT.
           MOVE WS-STMT-VAT-LINE TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.
       0250-TOTAL-LINES-END.

      * Rows written before client groups read blank : no parent.
       0260-KEEP-CLIENT-BEGIN.
           IF WS-GCL-TBL-SIZE >= WS-GCL-TBL-MAX OR
              CLI-M-ID EQUAL 0 THEN
               GO TO 0260-KEEP-CLIENT-END
           END-IF.
           ADD 1 TO WS-GCL-TBL-SIZE.
           MOVE CLI-M-ID      TO WS-GCL-ID(WS-GCL-TBL-SIZE).
           MOVE CLI-M-NAME    TO WS-GCL-NAME(WS-GCL-TBL-SIZE).
           MOVE CLI-M-FNAME   TO WS-GCL-FNAME(WS-GCL-TBL-SIZE).
           MOVE CLI-M-ADDRESS TO WS-GCL-ADDRESS(WS-GCL-TBL-SIZE).
           MOVE CLI-M-PHONE   TO WS-GCL-PHONE(WS-GCL-TBL-SIZE).
           MOVE CLI-M-EMAIL   TO WS-GCL-EMAIL(WS-GCL-TBL-SIZE).
           MOVE CLI-M-TERMS   TO WS-GCL-TERMS(WS-GCL-TBL-SIZE).
           MOVE 0 TO WS-GCL-PARENT(WS-GCL-TBL-SIZE).
           MOVE 0 TO WS-GCL-GRP-LIMIT(WS-GCL-TBL-SIZE).
           IF CLI-M-GROUP-LIMIT IS NUMERIC THEN
               MOVE CLI-M-GROUP-LIMIT
                   TO WS-GCL-GRP-LIMIT(WS-GCL-TBL-SIZE)
           END-IF.
           IF CLI-M-PARENT-ID IS NUMERIC AND
              CLI-M-PARENT-ID > 0 THEN
               MOVE CLI-M-PARENT-ID TO WS-GCL-PARENT(WS-GCL-TBL-SIZE)
               ADD 1 TO WS-BRANCH-CNT(CLI-M-PARENT-ID)
           END-IF.
       0260-KEEP-CLIENT-END.

      * One consolidated statement per head office that has branches,
      * headed with the head's contact block : the head's own lines
      * first, then each branch's, each closed by its subtotal, then
      * the group's totals against the group credit limit.
       0300-GROUP-STATEMENTS-BEGIN.
           PERFORM VARYING WS-GCL-IDX FROM 1 BY 1
                   UNTIL WS-GCL-IDX > WS-GCL-TBL-SIZE
               IF WS-GCL-PARENT(WS-GCL-IDX) EQUAL 0 AND
                  WS-BRANCH-CNT(WS-GCL-ID(WS-GCL-IDX)) > 0 THEN
                   PERFORM 0310-ONE-GROUP-BEGIN
                      THRU 0310-ONE-GROUP-END
               END-IF
           END-PERFORM.
       0300-GROUP-STATEMENTS-END.

       0310-ONE-GROUP-BEGIN.
           MOVE SPACE TO WS-STMT-FILENAME.
           STRING "output/stmt-group-" DELIMITED BY SIZE
                  WS-GCL-ID(WS-GCL-IDX) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-STMT-FILENAME.
           OPEN OUTPUT STATEMENT-OUTPUT.

           MOVE WS-GCL-FNAME(WS-GCL-IDX) TO WS-STMT-GROUP-FNAME.
           MOVE WS-GCL-NAME(WS-GCL-IDX)  TO WS-STMT-GROUP-NAME.
           MOVE WS-STMT-GROUP-TITLE TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.
           MOVE WS-GCL-ADDRESS(WS-GCL-IDX) TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.
           MOVE WS-GCL-PHONE(WS-GCL-IDX) TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.
           MOVE WS-GCL-EMAIL(WS-GCL-IDX) TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.
           MOVE WS-DATE-FROM TO WS-STMT-RANGE-FROM.
           MOVE WS-DATE-TO   TO WS-STMT-RANGE-TO.
           MOVE WS-STMT-RANGE-LINE TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.
           MOVE SPACE TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.

           MOVE 0 TO WS-GRP-SUBTOTAL.
           MOVE 0 TO WS-GRP-ON-ACCT.
           MOVE 0 TO WS-GRP-PAST-DUE.
           MOVE 0 TO WS-GRP-GOODS-TOTAL.
           MOVE "Head office " TO WS-STMT-MEMBER-ROLE.
           MOVE WS-GCL-IDX TO WS-GCL-MBR-IDX.
           PERFORM 0320-ONE-MEMBER-BEGIN
              THRU 0320-ONE-MEMBER-END.
           MOVE "Branch " TO WS-STMT-MEMBER-ROLE.
           PERFORM VARYING WS-GCL-MBR-IDX FROM 1 BY 1
                   UNTIL WS-GCL-MBR-IDX > WS-GCL-TBL-SIZE
               IF WS-GCL-PARENT(WS-GCL-MBR-IDX) EQUAL
                  WS-GCL-ID(WS-GCL-IDX) THEN
                   PERFORM 0320-ONE-MEMBER-BEGIN
                      THRU 0320-ONE-MEMBER-END
               END-IF
           END-PERFORM.

           MOVE "  Group totals :" TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.
           MOVE WS-GRP-SUBTOTAL TO WS-CLI-SUBTOTAL.
           MOVE WS-GRP-ON-ACCT TO WS-CLI-ON-ACCT.
           MOVE WS-GRP-PAST-DUE TO WS-CLI-PAST-DUE.
           MOVE WS-GRP-GOODS-TOTAL TO WS-CLI-GOODS-TOTAL.
           PERFORM 0250-TOTAL-LINES-BEGIN
              THRU 0250-TOTAL-LINES-END.
           IF WS-GCL-GRP-LIMIT(WS-GCL-IDX) > 0 THEN
               MOVE WS-GCL-GRP-LIMIT(WS-GCL-IDX) TO WS-STMT-LIMIT
               MOVE WS-STMT-LIMIT-LINE TO STMT-OUT-RCD
               WRITE STMT-OUT-RCD
           END-IF.
           CLOSE STATEMENT-OUTPUT.
           ADD 1 TO WS-GRP-WRITTEN-CNT.
       0310-ONE-GROUP-END.

      * Each member's lines are priced under its own payment terms.
       0320-ONE-MEMBER-BEGIN.
           MOVE WS-GCL-ID(WS-GCL-MBR-IDX) TO WS-STMT-MEMBER-ID.
           MOVE WS-GCL-FNAME(WS-GCL-MBR-IDX) TO WS-STMT-MEMBER-FNAME.
           MOVE WS-GCL-NAME(WS-GCL-MBR-IDX) TO WS-STMT-MEMBER-NAME.
           MOVE WS-STMT-MEMBER-LINE TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.

           MOVE WS-GCL-ID(WS-GCL-MBR-IDX) TO WS-STMT-CLI-ID.
           MOVE WS-GCL-TERMS(WS-GCL-MBR-IDX) TO WS-STMT-CLI-TERMS.
           PERFORM 0240-CLIENT-LINES-BEGIN
              THRU 0240-CLIENT-LINES-END.

           MOVE WS-CLI-SUBTOTAL TO WS-STMT-MEMBER-TOTAL.
           MOVE WS-STMT-MEMBER-TOTAL-LINE TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.
           MOVE SPACE TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.
           ADD WS-CLI-SUBTOTAL TO WS-GRP-SUBTOTAL.
           ADD WS-CLI-ON-ACCT TO WS-GRP-ON-ACCT.
           ADD WS-CLI-PAST-DUE TO WS-GRP-PAST-DUE.
           ADD WS-CLI-GOODS-TOTAL TO WS-GRP-GOODS-TOTAL.
       0320-ONE-MEMBER-END.

      * The cash-on-account block : receipts held on account in the
      * date range, and the balance still held whatever its date -
      * received on account, less what was applied to orders since.
       0220-ON-ACCOUNT-BEGIN.
           MOVE 0 TO WS-CLI-ON-ACCT.
           MOVE 0 TO WS-ACCT-SHOWN-CNT.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-PAY-TBL-SIZE
               IF WS-PAY-CLI-ID(WS-IDX-2) EQUAL WS-STMT-CLI-ID THEN
                   EVALUATE TRUE
                       WHEN WS-PAY-KIND(WS-IDX-2) EQUAL "O" AND
                            WS-PAY-RVSL(WS-IDX-2) EQUAL "R"
                           SUBTRACT WS-PAY-AMT(WS-IDX-2)
                               FROM WS-CLI-ON-ACCT
                       WHEN WS-PAY-KIND(WS-IDX-2) EQUAL "O"
                           ADD WS-PAY-AMT(WS-IDX-2) TO WS-CLI-ON-ACCT
                       WHEN WS-PAY-KIND(WS-IDX-2) EQUAL "A" AND
                            WS-PAY-RVSL(WS-IDX-2) EQUAL "R"
                           ADD WS-PAY-AMT(WS-IDX-2) TO WS-CLI-ON-ACCT
                       WHEN WS-PAY-KIND(WS-IDX-2) EQUAL "A"
                           SUBTRACT WS-PAY-AMT(WS-IDX-2)
                               FROM WS-CLI-ON-ACCT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF WS-PAY-KIND(WS-IDX-2) EQUAL "O" AND
                      WS-PAY-DATE(WS-IDX-2) >= WS-DATE-FROM AND
                      WS-PAY-DATE(WS-IDX-2) <= WS-DATE-TO THEN
                       PERFORM 0230-ON-ACCOUNT-LINE-BEGIN
                          THRU 0230-ON-ACCOUNT-LINE-END
                   END-IF
               END-IF
           END-PERFORM.
       0220-ON-ACCOUNT-END.

       0230-ON-ACCOUNT-LINE-BEGIN.
           IF WS-ACCT-SHOWN-CNT EQUAL 0 THEN
               MOVE "  Cash held on account :" TO STMT-OUT-RCD
               WRITE STMT-OUT-RCD
           END-IF.
           ADD 1 TO WS-ACCT-SHOWN-CNT.
           MOVE WS-PAY-ORD-ID(WS-IDX-2) TO WS-STMT-ORD-ID.
           MOVE WS-PAY-DATE(WS-IDX-2) TO WS-STMT-ORD-DATE.
           MOVE WS-PAY-AMT(WS-IDX-2) TO WS-STMT-ORD-AMT.
           MOVE SPACE TO WS-STMT-ORD-DUE.
           IF WS-PAY-RVSL(WS-IDX-2) EQUAL "R" THEN
               MOVE "REVRSD" TO WS-STMT-ORD-MARK
           ELSE
               MOVE "ON ACC" TO WS-STMT-ORD-MARK
           END-IF.
           MOVE WS-STMT-ORD-LINE TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.
       0230-ON-ACCOUNT-LINE-END.
