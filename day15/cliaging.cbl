               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

      * Dispatch confirmations from dispatch.cbl : with AGING-BASIS
      * set to DISPATCH in data/params.txt an order ages from the day
      * its goods left instead of the day it was keyed.
           SELECT DISPATCH-INPUT
               ASSIGN TO "data/expeditions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHP-STATUS.

      * What each client owes, kept by balpost and rebuilt nightly by
      * balrecon : a client whose row shows nothing owed and who has
      * no cash on account is not aged order by order at all.
           SELECT BALANCE-INPUT
               ASSIGN TO "data/clients-balance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

           SELECT AGING-REPORT-OUTPUT
               ASSIGN TO "output/aging-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

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
      * "R" marks a reversal row (bounced cheque) carrying the
           05 PAY-IN-RVSL          PIC X(01).
           05 FILLER               PIC X(01).
           05 PAY-IN-REASON        PIC X(04).
      * "O" is cash the client left on account (order 000) : it ages
      * nothing, it nets off what the client owes. "A" applies that
      * cash to an order later, settling the order and drawing the
      * account down by the same amount.
           05 FILLER               PIC X(01).
           05 PAY-IN-RCPT-NO       PIC X(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-KIND          PIC X(01).

       FD AGING-REPORT-OUTPUT.
       01 RPT-OUT-RCD               PIC X(144).

       FD DISPATCH-INPUT.
       COPY shiprcd.

       FD BALANCE-INPUT.
       COPY clibal.

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
       01 WS-PAY-STATUS               PIC X(02).
           88 WS-PAY-STATUS-OK                  VALUE "00".

       01 WS-SHP-STATUS               PIC X(02).
           88 WS-SHP-STATUS-OK                  VALUE "00".

      * Balance due by client ID, off the balance file when there is
      * one; without it every client is aged as before.
       01 WS-BAL-STATUS               PIC X(02).
           88 WS-BAL-STATUS-OK                  VALUE "00".
       77 WS-BAL-LOADED               PIC 9(01) VALUE 0.
           88 WS-BAL-LOADED-TRUE                VALUE 1.
           88 WS-BAL-LOADED-FALSE               VALUE 0.
      * WS-BAL-PRESENT marks the clients with a row : one first
      * posted since balrecon last ran has none yet, and keeps the
      * figure worked out here instead of reading as zero.
       01 WS-BAL-OPEN-TBL.
           05 WS-BAL-ROW OCCURS 9999 TIMES.
               10 WS-BAL-OPEN         PIC S9(09)V99.
               10 WS-BAL-PRESENT      PIC X(01).
       77 WS-BAL-SKIP                 PIC 9(01).
           88 WS-BAL-SKIP-TRUE                  VALUE 1.
           88 WS-BAL-SKIP-FALSE                 VALUE 0.
       77 WS-AGING-BASIS              PIC X(08) VALUE "ORDER".
      * AGING-LEVEL GROUP adds a section after the client report, one
      * line per head office summing its own and its branches' aging;
      * the client lines above it stay exactly as they were.
       77 WS-AGING-LEVEL              PIC X(06) VALUE "CLIENT".
       77 WS-SHP-APPLIED              PIC 9(05) VALUE 0.
       01 WS-PARAM-KEY                PIC X(20).
       01 WS-PARAM-VALUE              PIC X(20).
       01 WS-PARAM-FOUND              PIC 9(01).
           88 WS-PARAM-FOUND-TRUE               VALUE 1.
           88 WS-PARAM-FOUND-FALSE              VALUE 0.

       77 WS-IDX                      PIC 9(05).
       77 WS-IDX-2                    PIC 9(05).

       77 WS-CLI-TBL-SIZE             PIC 9(04) VALUE 0.
       77 WS-CLI-TBL-MAX              PIC 9(04) VALUE 9999.
       77 WS-CLI-OVERFLOW-CNT         PIC 9(04) VALUE 0.
       01 WS-CLI-TBL.
           05 WS-CLI OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WS-CLI-TBL-SIZE.
               10 WS-CLI-ID           PIC 9(04).
               10 WS-CLI-NAME         PIC X(10).
               10 WS-CLI-FNAME        PIC X(10).
               10 WS-CLI-ON-ACCT      PIC S9(09)V99.
               10 WS-CLI-TERMS        PIC X(04).
               10 WS-CLI-PARENT       PIC 9(04).
               10 WS-CLI-GRP-LIMIT    PIC 9(07)V99.

       77 WS-ORD-TBL-SIZE             PIC 9(05) VALUE 0.
       77 WS-ORD-TBL-MAX              PIC 9(05) VALUE 99999.
       77 WS-ORD-OVERFLOW-CNT         PIC 9(05) VALUE 0.
      * Each order carries the payments matched against it, so the
      * open balance is what the client still owes on that order.
       01 WS-ORD-TBL.
           05 WS-ORD OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-ORD-TBL-SIZE.
               10 WS-ORD-CLI-ID       PIC 9(04).
               10 WS-ORD-ID           PIC 9(05).
               10 WS-ORD-AMT          PIC 9(07)V99.
               10 WS-ORD-DATE         PIC 9(08).
               10 WS-ORD-PAID         PIC 9(08)V99.
               10 WS-ORD-TYPE         PIC X(01).

       77 WS-UNMATCHED-PAY-CNT        PIC 9(05) VALUE 0.
       77 WS-ACCT-AMT                 PIC S9(08)V99.
       77 WS-PAY-FOUND                PIC 9(01).
           88 WS-PAY-FOUND-TRUE                 VALUE 1.
           88 WS-PAY-FOUND-FALSE                VALUE 0.
       77 WS-RUN-INTEGER              PIC S9(09) COMP-5.
       77 WS-ORD-INTEGER              PIC S9(09) COMP-5.
       77 WS-AGE-DAYS                 PIC S9(05) COMP-5.
       77 WS-OPEN-AMT                 PIC S9(08)V99.

      * Each order ages from its due date under the client's payment
      * terms, as duedate works it out.
       77 WS-DUE-DATE                 PIC 9(08).
       77 WS-TRM-LABEL                PIC X(30).
       77 WS-TRM-KNOWN                PIC 9(01).
           88 WS-TRM-KNOWN-TRUE                 VALUE 1.
           88 WS-TRM-KNOWN-FALSE                VALUE 0.
       77 WS-UNKNOWN-TERMS-CNT        PIC 9(04) VALUE 0.

      * Per-client and grand-total aging buckets : not yet due, then
      * 1-30 / 31-60 / 61-90 / over 90 days past the due date.
       01 WS-CLI-BUCKETS.
           05 WS-CLI-BKT              PIC S9(09)V99 OCCURS 5 TIMES.
       01 WS-TOT-BUCKETS.
           05 WS-TOT-BKT              PIC S9(10)V99 OCCURS 5 TIMES.
       77 WS-BKT-IDX                  PIC 9(01).
       77 WS-CLI-OPEN-TOTAL           PIC S9(09)V99.
       77 WS-GRAND-OPEN-TOTAL         PIC S9(10)V99.
       77 WS-GRAND-ON-ACCT            PIC S9(10)V99.
       77 WS-CLI-HAS-OPEN             PIC 9(01).
           88 WS-CLI-HAS-OPEN-TRUE              VALUE 1.
           88 WS-CLI-HAS-OPEN-FALSE             VALUE 0.

      * Group figures by head office client ID.
       01 WS-GRP-TBL.
           05 WS-GRP OCCURS 9999 TIMES.
               10 WS-GRP-BKT          PIC S9(09)V99 OCCURS 5 TIMES.
               10 WS-GRP-OPEN         PIC S9(09)V99.
               10 WS-GRP-ON-ACCT      PIC S9(09)V99.
               10 WS-GRP-MEMBERS      PIC 9(04).
       77 WS-HEAD-ID                  PIC 9(04).
       77 WS-GRP-CNT                  PIC 9(04) VALUE 0.

       01 WS-RPT-TITLE-LINE.
           05 FILLER                  PIC X(34) VALUE
               "*** RECEIVABLES AGING REPORT - ".

       01 WS-RPT-HEADING-LINE.
           05 FILLER                  PIC X(24) VALUE "Client".
           05 FILLER                  PIC X(15) VALUE "Not due".
           05 FILLER                  PIC X(15) VALUE "1-30".
           05 FILLER                  PIC X(15) VALUE "31-60".
           05 FILLER                  PIC X(15) VALUE "61-90".
           05 FILLER                  PIC X(15) VALUE "90+".
           05 FILLER                  PIC X(15) VALUE "Open".
           05 FILLER                  PIC X(15) VALUE "On acct".
           05 FILLER                  PIC X(15) VALUE "Net due".

       01 WS-RPT-CLI-LINE.
           05 WS-RPT-CLI-FNAME        PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-CLI-NAME         PIC X(10).
           05 FILLER                  PIC X(03) VALUE SPACE.
           05 WS-RPT-BKT-1            PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-BKT-2            PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-BKT-3            PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-BKT-4            PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-BKT-5            PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-CLI-OPEN         PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-CLI-ACCT         PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-CLI-NET          PIC -Z,ZZZ,ZZ9.99.

       01 WS-RPT-TOTAL-LINE.
           05 FILLER                  PIC X(21) VALUE "TOTAL".
           05 FILLER                  PIC X(03) VALUE SPACE.
           05 WS-RPT-TOT-1            PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-TOT-2            PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-TOT-3            PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-TOT-4            PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-TOT-5            PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-TOT-OPEN         PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-TOT-ACCT         PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-TOT-NET          PIC -Z,ZZZ,ZZ9.99.

       01 WS-RPT-GROUP-TITLE.
           05 FILLER                  PIC X(46) VALUE
               "*** GROUP AGING - HEAD OFFICE AND BRANCHES ***".

       01 WS-RPT-LIMIT-LINE.
           05 FILLER                  PIC X(24) VALUE
               "  over group limit of".
           05 WS-RPT-GRP-LIMIT        PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(03) VALUE " - ".
           05 WS-RPT-GRP-MEMBERS      PIC Z,ZZ9.
           05 FILLER                  PIC X(09) VALUE " members.".

       PROCEDURE DIVISION.
           PERFORM 0100-LOAD-CLIENTS-BEGIN
           PERFORM 0200-LOAD-ORDERS-BEGIN
              THRU 0200-LOAD-ORDERS-END.

           PERFORM 0250-DISPATCH-DATES-BEGIN
              THRU 0250-DISPATCH-DATES-END.

           PERFORM 0300-MATCH-PAYMENTS-BEGIN
              THRU 0300-MATCH-PAYMENTS-END.

           PERFORM 0350-LOAD-BALANCES-BEGIN
              THRU 0350-LOAD-BALANCES-END.

           PERFORM 0400-WRITE-REPORT-BEGIN
              THRU 0400-WRITE-REPORT-END.

                           MOVE CLI-M-ID    TO WS-CLI-ID(WS-IDX)
                           MOVE CLI-M-NAME  TO WS-CLI-NAME(WS-IDX)
                           MOVE CLI-M-FNAME TO WS-CLI-FNAME(WS-IDX)
                           MOVE 0 TO WS-CLI-ON-ACCT(WS-IDX)
                           MOVE CLI-M-TERMS TO WS-CLI-TERMS(WS-IDX)
                           MOVE 0 TO WS-CLI-PARENT(WS-IDX)
                           MOVE 0 TO WS-CLI-GRP-LIMIT(WS-IDX)
                           IF CLI-M-PARENT-ID IS NUMERIC THEN
                               MOVE CLI-M-PARENT-ID
                                   TO WS-CLI-PARENT(WS-IDX)
                           END-IF
                           IF CLI-M-GROUP-LIMIT IS NUMERIC THEN
                               MOVE CLI-M-GROUP-LIMIT
                                   TO WS-CLI-GRP-LIMIT(WS-IDX)
                           END-IF
                       ELSE
                           ADD 1 TO WS-CLI-OVERFLOW-CNT
                       END-IF
           END-IF.
       0200-LOAD-ORDERS-END.

      * An order not yet dispatched keeps its order date, and a credit
      * note is never shipped, so both age exactly as before.
       0250-DISPATCH-DATES-BEGIN.
           MOVE "AGING-BASIS" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE WS-PARAM-VALUE TO WS-AGING-BASIS
           END-IF.
           IF WS-AGING-BASIS NOT EQUAL "DISPATCH" THEN
               GO TO 0250-DISPATCH-DATES-END
           END-IF.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT DISPATCH-INPUT.
           IF NOT WS-SHP-STATUS-OK THEN
               DISPLAY "No data/expeditions.txt - every order ages "
                   "from its order date."
               GO TO 0250-DISPATCH-DATES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ DISPATCH-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-ORD-TBL-SIZE
                           IF WS-ORD-ID(WS-IDX) EQUAL SHP-ORD-ID AND
                              WS-ORD-CLI-ID(WS-IDX) EQUAL SHP-CLI-ID
                              AND WS-ORD-TYPE(WS-IDX) NOT EQUAL "C"
                              THEN
                               MOVE SHP-DATE TO WS-ORD-DATE(WS-IDX)
                               ADD 1 TO WS-SHP-APPLIED
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE DISPATCH-INPUT.
           DISPLAY WS-SHP-APPLIED " order(s) aged from their dispatch "
               "date.".
       0250-DISPATCH-DATES-END.

      * A payment is matched on order ID and client ID together, so a
      * receipt keyed against the wrong client shows up as unmatched
      * instead of silently settling someone else's order.
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           SET WS-PAY-FOUND-FALSE TO TRUE
                           IF PAY-IN-KIND EQUAL "O" THEN
                               PERFORM 0310-ON-ACCOUNT-BEGIN
                                  THRU 0310-ON-ACCOUNT-END
                           ELSE
                               PERFORM 0320-SETTLE-ORDER-BEGIN
                                  THRU 0320-SETTLE-ORDER-END
                           END-IF
                           IF WS-PAY-FOUND-FALSE THEN
                               ADD 1 TO WS-UNMATCHED-PAY-CNT
                           END-IF
           END-IF.
       0300-MATCH-PAYMENTS-END.

      * Cash on account moves the client's on-account balance : up
      * when it is received, down when it is applied to an order,
      * and the other way round on a reversal.
       0310-ON-ACCOUNT-BEGIN.
           IF PAY-IN-KIND EQUAL "A" THEN
               COMPUTE WS-ACCT-AMT = 0 - PAY-IN-AMT
           ELSE
               MOVE PAY-IN-AMT TO WS-ACCT-AMT
           END-IF.
           IF PAY-IN-RVSL EQUAL "R" THEN
               COMPUTE WS-ACCT-AMT = 0 - WS-ACCT-AMT
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CLI-TBL-SIZE
               IF WS-CLI-ID(WS-IDX) EQUAL PAY-IN-CLI-ID THEN
                   ADD WS-ACCT-AMT TO WS-CLI-ON-ACCT(WS-IDX)
                   SET WS-PAY-FOUND-TRUE TO TRUE
               END-IF
           END-PERFORM.
       0310-ON-ACCOUNT-END.

      * A payment keyed against a credit note settles nothing : it
      * falls through to the unmatched warning.
       0320-SETTLE-ORDER-BEGIN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ORD-TBL-SIZE
               IF WS-ORD-ID(WS-IDX) EQUAL PAY-IN-ORD-ID AND
                  WS-ORD-CLI-ID(WS-IDX) EQUAL PAY-IN-CLI-ID AND
                  WS-ORD-TYPE(WS-IDX) NOT EQUAL "C" THEN
                   IF PAY-IN-RVSL EQUAL "R" THEN
                       SUBTRACT PAY-IN-AMT FROM WS-ORD-PAID(WS-IDX)
                   ELSE
                       ADD PAY-IN-AMT TO WS-ORD-PAID(WS-IDX)
                   END-IF
                   SET WS-PAY-FOUND-TRUE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-PAY-FOUND-TRUE AND PAY-IN-KIND EQUAL "A" THEN
               PERFORM 0310-ON-ACCOUNT-BEGIN
                  THRU 0310-ON-ACCOUNT-END
           END-IF.
       0320-SETTLE-ORDER-END.

       0350-LOAD-BALANCES-BEGIN.
           INITIALIZE WS-BAL-OPEN-TBL.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT BALANCE-INPUT.
           IF NOT WS-BAL-STATUS-OK THEN
               DISPLAY "No data/clients-balance.txt - every client is "
                   "aged from the order and payment files."
               GO TO 0350-LOAD-BALANCES-END
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
       0350-LOAD-BALANCES-END.

       0400-WRITE-REPORT-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-INTEGER =
           WRITE RPT-OUT-RCD.

           MOVE 0 TO WS-GRAND-OPEN-TOTAL.
           MOVE 0 TO WS-GRAND-ON-ACCT.
           INITIALIZE WS-GRP-TBL.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 5
               MOVE 0 TO WS-TOT-BKT(WS-BKT-IDX)
           END-PERFORM.

           MOVE WS-TOT-BKT(2) TO WS-RPT-TOT-2.
           MOVE WS-TOT-BKT(3) TO WS-RPT-TOT-3.
           MOVE WS-TOT-BKT(4) TO WS-RPT-TOT-4.
           MOVE WS-TOT-BKT(5) TO WS-RPT-TOT-5.
           MOVE WS-GRAND-OPEN-TOTAL TO WS-RPT-TOT-OPEN.
           MOVE WS-GRAND-ON-ACCT TO WS-RPT-TOT-ACCT.
           COMPUTE WS-RPT-TOT-NET =
               WS-GRAND-OPEN-TOTAL - WS-GRAND-ON-ACCT.
           MOVE WS-RPT-TOTAL-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

           MOVE "AGING-LEVEL" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE AND
              FUNCTION TRIM(WS-PARAM-VALUE) EQUAL "GROUP" THEN
               MOVE "GROUP" TO WS-AGING-LEVEL
               PERFORM 0450-GROUP-SECTION-BEGIN
                  THRU 0450-GROUP-SECTION-END
           END-IF.
           CLOSE AGING-REPORT-OUTPUT.
           DISPLAY "Aging report written to output/aging-report.txt.".
           IF WS-UNKNOWN-TERMS-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-UNKNOWN-TERMS-CNT
                   " client(s) carry a payment terms code missing "
                   "from data/conditions-paiement.txt and were aged "
                   "on the house terms."
           END-IF.
       0400-WRITE-REPORT-END.

       0410-AGE-ONE-CLIENT-BEGIN.
           MOVE 0 TO WS-CLI-OPEN-TOTAL.
           SET WS-CLI-HAS-OPEN-FALSE TO TRUE.
           SET WS-TRM-KNOWN-TRUE TO TRUE.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 5
               MOVE 0 TO WS-CLI-BKT(WS-BKT-IDX)
           END-PERFORM.

      * Settled in full and nothing waiting on account : there is
      * nothing to age, so the order file is not walked for it.
           SET WS-BAL-SKIP-FALSE TO TRUE.
           IF WS-BAL-LOADED-TRUE AND WS-CLI-ID(WS-IDX) > 0 THEN
               IF WS-BAL-PRESENT(WS-CLI-ID(WS-IDX)) EQUAL "Y" AND
                  WS-BAL-OPEN(WS-CLI-ID(WS-IDX)) EQUAL 0 AND
                  WS-CLI-ON-ACCT(WS-IDX) EQUAL 0 THEN
                   SET WS-BAL-SKIP-TRUE TO TRUE
               END-IF
           END-IF.

           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-ORD-TBL-SIZE
                      OR WS-BAL-SKIP-TRUE
               IF WS-ORD-CLI-ID(WS-IDX-2) EQUAL WS-CLI-ID(WS-IDX) THEN
      * A credit note nets against the client's open amount, aged by
      * its own date, the way cliorder's report already nets it : it
      * is the client's to use at once, so no terms apply to it.
                   IF WS-ORD-TYPE(WS-IDX-2) EQUAL "C" THEN
                       COMPUTE WS-OPEN-AMT = 0 - WS-ORD-AMT(WS-IDX-2)
                   ELSE
                   END-IF
                   IF WS-OPEN-AMT NOT EQUAL 0 THEN
                       SET WS-CLI-HAS-OPEN-TRUE TO TRUE
                       IF WS-ORD-TYPE(WS-IDX-2) EQUAL "C" THEN
                           MOVE WS-ORD-DATE(WS-IDX-2) TO WS-DUE-DATE
                       ELSE
                           CALL "duedate" USING WS-CLI-TERMS(WS-IDX)
                               WS-ORD-DATE(WS-IDX-2) WS-DUE-DATE
                               WS-TRM-LABEL WS-TRM-KNOWN
                           END-CALL
                       END-IF
                       COMPUTE WS-ORD-INTEGER = FUNCTION
                           INTEGER-OF-DATE(WS-DUE-DATE)
                       COMPUTE WS-AGE-DAYS =
                           WS-RUN-INTEGER - WS-ORD-INTEGER
                       EVALUATE TRUE
                           WHEN WS-AGE-DAYS <= 0
                               MOVE 1 TO WS-BKT-IDX
                           WHEN WS-AGE-DAYS <= 30
                               MOVE 2 TO WS-BKT-IDX
                           WHEN WS-AGE-DAYS <= 60
                               MOVE 3 TO WS-BKT-IDX
                           WHEN WS-AGE-DAYS <= 90
                               MOVE 4 TO WS-BKT-IDX
                           WHEN OTHER
                               MOVE 5 TO WS-BKT-IDX
                       END-EVALUATE
                       ADD WS-OPEN-AMT TO WS-CLI-BKT(WS-BKT-IDX)
                       ADD WS-OPEN-AMT TO WS-TOT-BKT(WS-BKT-IDX)
               END-IF
           END-PERFORM.

           IF WS-TRM-KNOWN-FALSE THEN
               ADD 1 TO WS-UNKNOWN-TERMS-CNT
           END-IF.

      * A client whose orders are all settled still shows while cash
      * sits on account waiting to be applied.
           IF WS-CLI-ON-ACCT(WS-IDX) NOT EQUAL 0 THEN
               SET WS-CLI-HAS-OPEN-TRUE TO TRUE
               ADD WS-CLI-ON-ACCT(WS-IDX) TO WS-GRAND-ON-ACCT
           END-IF.

      * Every client counts into its head office's group line, open
      * or not, so the member count is the whole group.
           IF WS-CLI-PARENT(WS-IDX) > 0 THEN
               MOVE WS-CLI-PARENT(WS-IDX) TO WS-HEAD-ID
           ELSE
               MOVE WS-CLI-ID(WS-IDX) TO WS-HEAD-ID
           END-IF.
           IF WS-HEAD-ID > 0 THEN
               ADD 1 TO WS-GRP-MEMBERS(WS-HEAD-ID)
               PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                       UNTIL WS-BKT-IDX > 5
                   ADD WS-CLI-BKT(WS-BKT-IDX)
                       TO WS-GRP-BKT(WS-HEAD-ID WS-BKT-IDX)
               END-PERFORM
               ADD WS-CLI-OPEN-TOTAL TO WS-GRP-OPEN(WS-HEAD-ID)
               ADD WS-CLI-ON-ACCT(WS-IDX) TO WS-GRP-ON-ACCT(WS-HEAD-ID)
           END-IF.

           IF WS-CLI-HAS-OPEN-TRUE THEN
               MOVE WS-CLI-FNAME(WS-IDX) TO WS-RPT-CLI-FNAME
               MOVE WS-CLI-NAME(WS-IDX)  TO WS-RPT-CLI-NAME
               MOVE WS-CLI-BKT(2) TO WS-RPT-BKT-2
               MOVE WS-CLI-BKT(3) TO WS-RPT-BKT-3
               MOVE WS-CLI-BKT(4) TO WS-RPT-BKT-4
               MOVE WS-CLI-BKT(5) TO WS-RPT-BKT-5
               MOVE WS-CLI-OPEN-TOTAL TO WS-RPT-CLI-OPEN
               MOVE WS-CLI-ON-ACCT(WS-IDX) TO WS-RPT-CLI-ACCT
               COMPUTE WS-RPT-CLI-NET =
                   WS-CLI-OPEN-TOTAL - WS-CLI-ON-ACCT(WS-IDX)
               MOVE WS-RPT-CLI-LINE TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-IF.
       0410-AGE-ONE-CLIENT-END.

      * One line per head office with at least one branch, named for
      * the head and laid out like the client lines; a group whose
      * open balance is over the head's group limit says so beneath.
      * Clients standing alone are already in full above.
       0450-GROUP-SECTION-BEGIN.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-GROUP-TITLE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-HEADING-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CLI-TBL-SIZE
               MOVE WS-CLI-ID(WS-IDX) TO WS-HEAD-ID
               IF WS-CLI-PARENT(WS-IDX) EQUAL 0 AND
                  WS-HEAD-ID > 0 THEN
                   IF WS-GRP-MEMBERS(WS-HEAD-ID) > 1 THEN
                       PERFORM 0460-GROUP-LINE-BEGIN
                          THRU 0460-GROUP-LINE-END
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY WS-GRP-CNT " client group(s) aged at group level.".
       0450-GROUP-SECTION-END.

       0460-GROUP-LINE-BEGIN.
           ADD 1 TO WS-GRP-CNT.
           MOVE WS-CLI-FNAME(WS-IDX) TO WS-RPT-CLI-FNAME.
           MOVE WS-CLI-NAME(WS-IDX)  TO WS-RPT-CLI-NAME.
           MOVE WS-GRP-BKT(WS-HEAD-ID 1) TO WS-RPT-BKT-1.
           MOVE WS-GRP-BKT(WS-HEAD-ID 2) TO WS-RPT-BKT-2.
           MOVE WS-GRP-BKT(WS-HEAD-ID 3) TO WS-RPT-BKT-3.
           MOVE WS-GRP-BKT(WS-HEAD-ID 4) TO WS-RPT-BKT-4.
           MOVE WS-GRP-BKT(WS-HEAD-ID 5) TO WS-RPT-BKT-5.
           MOVE WS-GRP-OPEN(WS-HEAD-ID) TO WS-RPT-CLI-OPEN.
           MOVE WS-GRP-ON-ACCT(WS-HEAD-ID) TO WS-RPT-CLI-ACCT.
           COMPUTE WS-RPT-CLI-NET =
               WS-GRP-OPEN(WS-HEAD-ID) - WS-GRP-ON-ACCT(WS-HEAD-ID).
           MOVE WS-RPT-CLI-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           IF WS-CLI-GRP-LIMIT(WS-IDX) > 0 AND
              WS-GRP-OPEN(WS-HEAD-ID) > WS-CLI-GRP-LIMIT(WS-IDX) THEN
               MOVE WS-CLI-GRP-LIMIT(WS-IDX) TO WS-RPT-GRP-LIMIT
               MOVE WS-GRP-MEMBERS(WS-HEAD-ID) TO WS-RPT-GRP-MEMBERS
               MOVE WS-RPT-LIMIT-LINE TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-IF.
       0460-GROUP-LINE-END.
