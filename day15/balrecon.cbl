       IDENTIFICATION DIVISION.
       PROGRAM-ID. balrecon.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The nightly check on data/clients-balance.txt : every client's
      * totals are worked out again from the order and payment files,
      * set against the row balpost kept up during the day, and the
      * file is rewritten from the fresh figures. Any client whose row
      * had drifted - a posting made while the file was locked, a file
      * rewritten wholesale by ordrepair, yearend or climerge, a row
      * ordcheck or paycheck turned away - is listed on the report.
      * ordcheck's and paycheck's clean copies are read, not the raw
      * files, so the balance agrees with the figures cliaging,
      * clistmt and dunning settle against; both run ahead of it in
      * the nightly chain.
           SELECT ORDERS-INPUT
               ASSIGN TO "output/commandes-clean.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

           SELECT PAYMENTS-INPUT
               ASSIGN TO "output/paiements-clean.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT BALANCE-FILE
               ASSIGN TO "data/clients-balance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

           SELECT RECON-REPORT-OUTPUT
               ASSIGN TO "output/balance-recon.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Shared end-of-day summary log, folded together with the other
      * day15/day17 report programs by eodsum.cbl.
           SELECT EOD-LOG-OUTPUT
               ASSIGN TO "output/eod-summary.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
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
      * Space or "O" is an ordinary order, "B" a brought-forward
      * balance, "D" a late-payment charge; "C" is a credit note.
           05 ORD-IN-TYPE          PIC X(01).

       FD PAYMENTS-INPUT.
       01 PAY-IN-RECORD.
           05 PAY-IN-CLI-ID        PIC 9(04).
           05 FILLER               PIC X(01).
           05 PAY-IN-ORD-ID        PIC 9(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-AMT           PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 PAY-IN-DATE          PIC 9(08).
      * "W" is a write-off, not cash. "R" reverses the payment it
      * repeats.
           05 FILLER               PIC X(01).
           05 PAY-IN-SOURCE        PIC X(01).
           05 FILLER               PIC X(01).
           05 PAY-IN-RVSL          PIC X(01).
           05 FILLER               PIC X(01).
           05 PAY-IN-REASON        PIC X(04).
      * "O" is cash left on account, "A" that cash applied to an
      * order later : the application settles the order but moves
      * no money, so it is not counted as paid a second time.
           05 FILLER               PIC X(01).
           05 PAY-IN-RCPT-NO       PIC X(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-KIND          PIC X(01).

       FD BALANCE-FILE.
       COPY clibal.

       FD RECON-REPORT-OUTPUT.
       01 RPT-OUT-RCD              PIC X(100).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       01 WS-F-STATUS             PIC X(02).
           88 WS-F-STATUS-OK                VALUE "00".
       01 WS-PAY-STATUS           PIC X(02).
           88 WS-PAY-STATUS-OK              VALUE "00".
       01 WS-BAL-STATUS           PIC X(02).
           88 WS-BAL-STATUS-OK              VALUE "00".
       01 WS-EOD-STATUS           PIC X(02).
           88 WS-EOD-STATUS-OK              VALUE "00".
       01 WS-EOF                  PIC 9(01).
           88 WS-EOF-TRUE                   VALUE 1.
           88 WS-EOF-FALSE                  VALUE 0.

       77 WS-LOCK-NAME            PIC X(10) VALUE "clibal".
       77 WS-LOCK-ACTION          PIC X(05).
       77 WS-LOCK-OK              PIC 9(01).
           88 WS-LOCK-OK-TRUE               VALUE 1.
           88 WS-LOCK-OK-FALSE              VALUE 0.
       77 WS-OPERATOR-ID          PIC X(08).

      * The row as balpost left it and the row as rebuilt tonight,
      * both indexed by client ID.
       01 WS-OLD-TBL.
           05 WS-OLD OCCURS 9999 TIMES.
               10 WS-OLD-USED     PIC X(01).
               10 WS-OLD-BILLED   PIC S9(09)V99.
               10 WS-OLD-CREDITED PIC S9(09)V99.
               10 WS-OLD-PAID     PIC S9(09)V99.
               10 WS-OLD-OLDEST   PIC 9(08).
               10 WS-OLD-LAST     PIC 9(08).
       01 WS-NEW-TBL.
           05 WS-NEW OCCURS 9999 TIMES.
               10 WS-NEW-USED     PIC X(01).
               10 WS-NEW-BILLED   PIC S9(09)V99.
               10 WS-NEW-CREDITED PIC S9(09)V99.
               10 WS-NEW-PAID     PIC S9(09)V99.
               10 WS-NEW-OLDEST   PIC 9(08).
               10 WS-NEW-LAST     PIC 9(08).
       77 WS-CLI-IDX              PIC 9(05).

      * Every order that can be settled, with what has been settled
      * against it, for the oldest open date. WS-ORD-SLOT finds an
      * order's row from its ID without a search.
       77 WS-ORD-TBL-SIZE         PIC 9(05) VALUE 0.
       77 WS-ORD-TBL-MAX          PIC 9(05) VALUE 99999.
       77 WS-ORD-OVERFLOW-CNT     PIC 9(05) VALUE 0.
       01 WS-ORD-TBL.
           05 WS-ORD OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-ORD-TBL-SIZE.
               10 WS-ORD-CLI-ID   PIC 9(04).
               10 WS-ORD-AMT      PIC 9(07)V99.
               10 WS-ORD-DATE     PIC 9(08).
               10 WS-ORD-SETTLED  PIC S9(08)V99.
       01 WS-ORD-SLOT-TBL.
           05 WS-ORD-SLOT         PIC 9(05) OCCURS 99999 TIMES.
       77 WS-ORD-IDX              PIC 9(05).
       77 WS-SETTLE-AMT           PIC S9(08)V99.

       77 WS-ORDERS-READ          PIC 9(05) VALUE 0.
       77 WS-PAYMENTS-READ        PIC 9(05) VALUE 0.
       77 WS-BAD-ROW-CNT          PIC 9(05) VALUE 0.
       77 WS-DIFF-CNT             PIC 9(05) VALUE 0.
       77 WS-CLI-CNT              PIC 9(05) VALUE 0.
       77 WS-OLD-OPEN             PIC S9(09)V99.
       77 WS-NEW-OPEN             PIC S9(09)V99.
       77 WS-TOTAL-OPEN           PIC S9(10)V99 VALUE 0.
       77 WS-DIFF-PTR             PIC 9(03).

       01 WS-RPT-TITLE-LINE.
           05 FILLER              PIC X(36) VALUE
               "*** CLIENT BALANCE RECONCILIATION - ".
           05 WS-RPT-TITLE-DATE   PIC 9(08).
           05 FILLER              PIC X(04) VALUE " ***".

       01 WS-RPT-HEADING-LINE.
           05 FILLER              PIC X(08) VALUE "Client".
           05 FILLER              PIC X(17) VALUE "   Open on file".
           05 FILLER              PIC X(17) VALUE "   Open rebuilt".
           05 FILLER              PIC X(40) VALUE "  Differs in".

       01 WS-RPT-DIFF-LINE.
           05 WS-RPT-CLI-ID       PIC 9(04).
           05 FILLER              PIC X(04) VALUE SPACE.
           05 WS-RPT-OLD-OPEN     PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 WS-RPT-NEW-OPEN     PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(04) VALUE SPACE.
           05 WS-RPT-FIELDS       PIC X(50).

       01 WS-RPT-SUMMARY-LINE.
           05 WS-RPT-CLI-CNT      PIC ZZ,ZZ9.
           05 FILLER              PIC X(20) VALUE
               " client(s) rebuilt, ".
           05 WS-RPT-DIFF-CNT     PIC ZZ,ZZ9.
           05 FILLER              PIC X(18) VALUE
               " differed; open : ".
           05 WS-RPT-TOTAL-OPEN   PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      * No posting may land between the rebuild and the rewrite, or
      * it would be lost : balpost waits on the same lock.
           MOVE "GET" TO WS-LOCK-ACTION.
           CALL "getlock" USING
               WS-LOCK-NAME WS-LOCK-ACTION WS-LOCK-OK
           END-CALL.
           IF WS-LOCK-OK-FALSE THEN
               DISPLAY "Balance file is locked - reconciliation not "
                   "run."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.

           PERFORM 0100-LOAD-CURRENT-BEGIN
              THRU 0100-LOAD-CURRENT-END.

           PERFORM 0200-LOAD-ORDERS-BEGIN
              THRU 0200-LOAD-ORDERS-END.
           IF NOT WS-F-STATUS-OK THEN
               PERFORM 0900-FREE-LOCK-BEGIN
                  THRU 0900-FREE-LOCK-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0300-LOAD-PAYMENTS-BEGIN
              THRU 0300-LOAD-PAYMENTS-END.
           IF NOT WS-PAY-STATUS-OK THEN
               PERFORM 0900-FREE-LOCK-BEGIN
                  THRU 0900-FREE-LOCK-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0400-OLDEST-OPEN-BEGIN
              THRU 0400-OLDEST-OPEN-END.

           PERFORM 0500-COMPARE-BEGIN
              THRU 0500-COMPARE-END.

           PERFORM 0600-REWRITE-BEGIN
              THRU 0600-REWRITE-END.

           PERFORM 0900-FREE-LOCK-BEGIN
              THRU 0900-FREE-LOCK-END.

           PERFORM 0700-EOD-LOG-BEGIN
              THRU 0700-EOD-LOG-END.

           DISPLAY WS-CLI-CNT " client balance(s) rebuilt, "
               WS-DIFF-CNT " differed from the file - see "
               "output/balance-recon.txt.".

      * Exit status for the scheduler : 0 clean, 4 when a row had
      * drifted or an input row was unreadable, 8 on the aborts
      * above.
           IF WS-DIFF-CNT > 0 OR WS-BAD-ROW-CNT > 0 OR
              WS-ORD-OVERFLOW-CNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * No file yet is the first night : every client reports as
      * differing and the file is created from the rebuild.
       0100-LOAD-CURRENT-BEGIN.
           INITIALIZE WS-OLD-TBL.
           INITIALIZE WS-NEW-TBL.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT BALANCE-FILE.
           IF NOT WS-BAL-STATUS-OK THEN
               DISPLAY "No data/clients-balance.txt yet - it is "
                   "built from scratch tonight."
               GO TO 0100-LOAD-CURRENT-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ BALANCE-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF BAL-CLI-ID IS NUMERIC AND
                          BAL-CLI-ID > 0 THEN
                           MOVE BAL-CLI-ID TO WS-CLI-IDX
                           MOVE "Y" TO WS-OLD-USED(WS-CLI-IDX)
                           MOVE BAL-BILLED
                               TO WS-OLD-BILLED(WS-CLI-IDX)
                           MOVE BAL-CREDITED
                               TO WS-OLD-CREDITED(WS-CLI-IDX)
                           MOVE BAL-PAID TO WS-OLD-PAID(WS-CLI-IDX)
                           MOVE BAL-OLDEST-OPEN
                               TO WS-OLD-OLDEST(WS-CLI-IDX)
                           MOVE BAL-LAST-ACTIVITY
                               TO WS-OLD-LAST(WS-CLI-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BALANCE-FILE.
       0100-LOAD-CURRENT-END.

       0200-LOAD-ORDERS-BEGIN.
           INITIALIZE WS-ORD-SLOT-TBL.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDERS-INPUT.
           IF NOT WS-F-STATUS-OK THEN
               DISPLAY "Unable to open output/commandes-clean.txt, "
                   "status " WS-F-STATUS " - run ordcheck first."
               GO TO 0200-LOAD-ORDERS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ ORDERS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ORDERS-READ
                       PERFORM 0210-ONE-ORDER-BEGIN
                          THRU 0210-ONE-ORDER-END
               END-READ
           END-PERFORM.
           CLOSE ORDERS-INPUT.
           IF WS-ORD-OVERFLOW-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-ORD-OVERFLOW-CNT
                   " order(s) could not fit in the " WS-ORD-TBL-MAX
                   " order table slots : their clients' oldest open "
                   "dates may be late."
           END-IF.
       0200-LOAD-ORDERS-END.

       0210-ONE-ORDER-BEGIN.
           IF ORD-IN-CLI-ID IS NOT NUMERIC OR ORD-IN-CLI-ID EQUAL 0
              OR ORD-IN-AMT IS NOT NUMERIC
              OR ORD-IN-DATE IS NOT NUMERIC THEN
               ADD 1 TO WS-BAD-ROW-CNT
               GO TO 0210-ONE-ORDER-END
           END-IF.
           MOVE ORD-IN-CLI-ID TO WS-CLI-IDX.
           MOVE "Y" TO WS-NEW-USED(WS-CLI-IDX).
           IF ORD-IN-DATE > WS-NEW-LAST(WS-CLI-IDX) THEN
               MOVE ORD-IN-DATE TO WS-NEW-LAST(WS-CLI-IDX)
           END-IF.
           IF ORD-IN-TYPE EQUAL "C" THEN
               ADD ORD-IN-AMT TO WS-NEW-CREDITED(WS-CLI-IDX)
               GO TO 0210-ONE-ORDER-END
           END-IF.
           ADD ORD-IN-AMT TO WS-NEW-BILLED(WS-CLI-IDX).
           IF WS-ORD-TBL-SIZE >= WS-ORD-TBL-MAX THEN
               ADD 1 TO WS-ORD-OVERFLOW-CNT
               GO TO 0210-ONE-ORDER-END
           END-IF.
           ADD 1 TO WS-ORD-TBL-SIZE.
           MOVE ORD-IN-CLI-ID TO WS-ORD-CLI-ID(WS-ORD-TBL-SIZE).
           MOVE ORD-IN-AMT TO WS-ORD-AMT(WS-ORD-TBL-SIZE).
           MOVE ORD-IN-DATE TO WS-ORD-DATE(WS-ORD-TBL-SIZE).
           MOVE 0 TO WS-ORD-SETTLED(WS-ORD-TBL-SIZE).
           IF ORD-IN-ID IS NUMERIC AND ORD-IN-ID > 0 THEN
               MOVE WS-ORD-TBL-SIZE TO WS-ORD-SLOT(ORD-IN-ID)
           END-IF.
       0210-ONE-ORDER-END.

      * The totals move with the cash and the write-offs; the order a
      * payment names is settled by it whatever its kind, so that
      * the oldest open date below is the oldest order still owed.
      * paycheck always leaves a clean file, empty when nothing has
      * been paid yet : none at all means it has not run, and a
      * rebuild without the payments would wipe every paid total.
       0300-LOAD-PAYMENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PAYMENTS-INPUT.
           IF NOT WS-PAY-STATUS-OK THEN
               DISPLAY "Unable to open output/paiements-clean.txt, "
                   "status " WS-PAY-STATUS " - run paycheck first."
               GO TO 0300-LOAD-PAYMENTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ PAYMENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PAYMENTS-READ
                       PERFORM 0310-ONE-PAYMENT-BEGIN
                          THRU 0310-ONE-PAYMENT-END
               END-READ
           END-PERFORM.
           CLOSE PAYMENTS-INPUT.
       0300-LOAD-PAYMENTS-END.

       0310-ONE-PAYMENT-BEGIN.
           IF PAY-IN-CLI-ID IS NOT NUMERIC OR PAY-IN-CLI-ID EQUAL 0
              OR PAY-IN-AMT IS NOT NUMERIC
              OR PAY-IN-DATE IS NOT NUMERIC THEN
               ADD 1 TO WS-BAD-ROW-CNT
               GO TO 0310-ONE-PAYMENT-END
           END-IF.
           MOVE PAY-IN-CLI-ID TO WS-CLI-IDX.
           MOVE "Y" TO WS-NEW-USED(WS-CLI-IDX).
           IF PAY-IN-DATE > WS-NEW-LAST(WS-CLI-IDX) THEN
               MOVE PAY-IN-DATE TO WS-NEW-LAST(WS-CLI-IDX)
           END-IF.
           IF PAY-IN-RVSL EQUAL "R" THEN
               COMPUTE WS-SETTLE-AMT = 0 - PAY-IN-AMT
           ELSE
               MOVE PAY-IN-AMT TO WS-SETTLE-AMT
           END-IF.
           EVALUATE TRUE
               WHEN PAY-IN-SOURCE EQUAL "W"
                   ADD WS-SETTLE-AMT TO WS-NEW-CREDITED(WS-CLI-IDX)
               WHEN PAY-IN-KIND EQUAL "A"
                   CONTINUE
               WHEN OTHER
                   ADD WS-SETTLE-AMT TO WS-NEW-PAID(WS-CLI-IDX)
           END-EVALUATE.
           IF PAY-IN-KIND EQUAL "O" THEN
               GO TO 0310-ONE-PAYMENT-END
           END-IF.
           IF PAY-IN-ORD-ID IS NOT NUMERIC OR PAY-IN-ORD-ID EQUAL 0
              THEN
               GO TO 0310-ONE-PAYMENT-END
           END-IF.
           MOVE WS-ORD-SLOT(PAY-IN-ORD-ID) TO WS-ORD-IDX.
           IF WS-ORD-IDX > 0 THEN
               IF WS-ORD-CLI-ID(WS-ORD-IDX) EQUAL PAY-IN-CLI-ID THEN
                   ADD WS-SETTLE-AMT TO WS-ORD-SETTLED(WS-ORD-IDX)
               END-IF
           END-IF.
       0310-ONE-PAYMENT-END.

      * A client owing nothing overall has no oldest open date, even
      * if cash on account has not been applied to the order yet.
       0400-OLDEST-OPEN-BEGIN.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-ORD-TBL-SIZE
               IF WS-ORD-SETTLED(WS-ORD-IDX) < WS-ORD-AMT(WS-ORD-IDX)
                  THEN
                   MOVE WS-ORD-CLI-ID(WS-ORD-IDX) TO WS-CLI-IDX
                   IF WS-NEW-OLDEST(WS-CLI-IDX) EQUAL 0 OR
                      WS-ORD-DATE(WS-ORD-IDX) <
                      WS-NEW-OLDEST(WS-CLI-IDX) THEN
                       MOVE WS-ORD-DATE(WS-ORD-IDX)
                           TO WS-NEW-OLDEST(WS-CLI-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > 9999
               COMPUTE WS-NEW-OPEN = WS-NEW-BILLED(WS-CLI-IDX)
                   - WS-NEW-CREDITED(WS-CLI-IDX)
                   - WS-NEW-PAID(WS-CLI-IDX)
               IF WS-NEW-OPEN NOT > 0 THEN
                   MOVE 0 TO WS-NEW-OLDEST(WS-CLI-IDX)
               END-IF
           END-PERFORM.
       0400-OLDEST-OPEN-END.

       0500-COMPARE-BEGIN.
           OPEN OUTPUT RECON-REPORT-OUTPUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-TITLE-DATE.
           MOVE WS-RPT-TITLE-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACES TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-HEADING-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > 9999
               IF WS-OLD-USED(WS-CLI-IDX) EQUAL "Y" OR
                  WS-NEW-USED(WS-CLI-IDX) EQUAL "Y" THEN
                   PERFORM 0510-COMPARE-ONE-BEGIN
                      THRU 0510-COMPARE-ONE-END
               END-IF
           END-PERFORM.
           MOVE SPACES TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-CLI-CNT TO WS-RPT-CLI-CNT.
           MOVE WS-DIFF-CNT TO WS-RPT-DIFF-CNT.
           MOVE WS-TOTAL-OPEN TO WS-RPT-TOTAL-OPEN.
           MOVE WS-RPT-SUMMARY-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           CLOSE RECON-REPORT-OUTPUT.
       0500-COMPARE-END.

      * One line per client that differs, naming every figure that
      * moved; a row with nothing behind it any more is dropped.
       0510-COMPARE-ONE-BEGIN.
           COMPUTE WS-OLD-OPEN = WS-OLD-BILLED(WS-CLI-IDX)
               - WS-OLD-CREDITED(WS-CLI-IDX) - WS-OLD-PAID(WS-CLI-IDX).
           COMPUTE WS-NEW-OPEN = WS-NEW-BILLED(WS-CLI-IDX)
               - WS-NEW-CREDITED(WS-CLI-IDX) - WS-NEW-PAID(WS-CLI-IDX).
           IF WS-NEW-USED(WS-CLI-IDX) EQUAL "Y" THEN
               ADD 1 TO WS-CLI-CNT
               ADD WS-NEW-OPEN TO WS-TOTAL-OPEN
           END-IF.
           MOVE SPACES TO WS-RPT-FIELDS.
           MOVE 1 TO WS-DIFF-PTR.
           EVALUATE TRUE
               WHEN WS-OLD-USED(WS-CLI-IDX) NOT EQUAL "Y"
                   STRING "no row on file" DELIMITED BY SIZE
                       INTO WS-RPT-FIELDS WITH POINTER WS-DIFF-PTR
                   END-STRING
               WHEN WS-NEW-USED(WS-CLI-IDX) NOT EQUAL "Y"
                   STRING "nothing posted - row dropped"
                       DELIMITED BY SIZE
                       INTO WS-RPT-FIELDS WITH POINTER WS-DIFF-PTR
                   END-STRING
               WHEN OTHER
                   PERFORM 0520-NAME-FIELDS-BEGIN
                      THRU 0520-NAME-FIELDS-END
           END-EVALUATE.
           IF WS-DIFF-PTR EQUAL 1 THEN
               GO TO 0510-COMPARE-ONE-END
           END-IF.
           ADD 1 TO WS-DIFF-CNT.
           MOVE WS-CLI-IDX TO WS-RPT-CLI-ID.
           MOVE WS-OLD-OPEN TO WS-RPT-OLD-OPEN.
           MOVE WS-NEW-OPEN TO WS-RPT-NEW-OPEN.
           MOVE WS-RPT-DIFF-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
       0510-COMPARE-ONE-END.

       0520-NAME-FIELDS-BEGIN.
           IF WS-OLD-BILLED(WS-CLI-IDX) NOT EQUAL
              WS-NEW-BILLED(WS-CLI-IDX) THEN
               STRING "billed " DELIMITED BY SIZE
                   INTO WS-RPT-FIELDS WITH POINTER WS-DIFF-PTR
               END-STRING
           END-IF.
           IF WS-OLD-CREDITED(WS-CLI-IDX) NOT EQUAL
              WS-NEW-CREDITED(WS-CLI-IDX) THEN
               STRING "credited " DELIMITED BY SIZE
                   INTO WS-RPT-FIELDS WITH POINTER WS-DIFF-PTR
               END-STRING
           END-IF.
           IF WS-OLD-PAID(WS-CLI-IDX) NOT EQUAL
              WS-NEW-PAID(WS-CLI-IDX) THEN
               STRING "paid " DELIMITED BY SIZE
                   INTO WS-RPT-FIELDS WITH POINTER WS-DIFF-PTR
               END-STRING
           END-IF.
           IF WS-OLD-OLDEST(WS-CLI-IDX) NOT EQUAL
              WS-NEW-OLDEST(WS-CLI-IDX) THEN
               STRING "oldest-open " DELIMITED BY SIZE
                   INTO WS-RPT-FIELDS WITH POINTER WS-DIFF-PTR
               END-STRING
           END-IF.
           IF WS-OLD-LAST(WS-CLI-IDX) NOT EQUAL
              WS-NEW-LAST(WS-CLI-IDX) THEN
               STRING "last-activity" DELIMITED BY SIZE
                   INTO WS-RPT-FIELDS WITH POINTER WS-DIFF-PTR
               END-STRING
           END-IF.
       0520-NAME-FIELDS-END.

       0600-REWRITE-BEGIN.
           OPEN OUTPUT BALANCE-FILE.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > 9999
               IF WS-NEW-USED(WS-CLI-IDX) EQUAL "Y" THEN
                   PERFORM 0610-WRITE-ROW-BEGIN
                      THRU 0610-WRITE-ROW-END
               END-IF
           END-PERFORM.
           CLOSE BALANCE-FILE.
       0600-REWRITE-END.

       0610-WRITE-ROW-BEGIN.
           MOVE SPACES TO BAL-RECORD.
           MOVE WS-CLI-IDX TO BAL-CLI-ID.
           MOVE WS-NEW-BILLED(WS-CLI-IDX) TO BAL-BILLED.
           MOVE WS-NEW-CREDITED(WS-CLI-IDX) TO BAL-CREDITED.
           MOVE WS-NEW-PAID(WS-CLI-IDX) TO BAL-PAID.
           COMPUTE WS-NEW-OPEN = WS-NEW-BILLED(WS-CLI-IDX)
               - WS-NEW-CREDITED(WS-CLI-IDX) - WS-NEW-PAID(WS-CLI-IDX).
           IF WS-NEW-OPEN < 0 THEN
               SET BAL-OPEN-CREDIT TO TRUE
               COMPUTE BAL-OPEN = 0 - WS-NEW-OPEN
           ELSE
               SET BAL-OPEN-DEBIT TO TRUE
               MOVE WS-NEW-OPEN TO BAL-OPEN
           END-IF.
           MOVE WS-NEW-OLDEST(WS-CLI-IDX) TO BAL-OLDEST-OPEN.
           MOVE WS-NEW-LAST(WS-CLI-IDX) TO BAL-LAST-ACTIVITY.
           WRITE BAL-RECORD.
       0610-WRITE-ROW-END.

       0700-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "BALRECON" TO EOD-PROGRAM.
           COMPUTE EOD-RECORDS-PROC =
               WS-ORDERS-READ + WS-PAYMENTS-READ.
           MOVE WS-DIFF-CNT TO EOD-EXCEPTIONS.
           MOVE 2 TO EOD-FILES-WRITTEN.
           IF WS-TOTAL-OPEN > 0 THEN
               MOVE WS-TOTAL-OPEN TO EOD-KEY-TOTAL
           ELSE
               MOVE 0 TO EOD-KEY-TOTAL
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           MOVE WS-OPERATOR-ID TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0700-EOD-LOG-END.

       0900-FREE-LOCK-BEGIN.
           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING
               WS-LOCK-NAME WS-LOCK-ACTION WS-LOCK-OK
           END-CALL.
       0900-FREE-LOCK-END.
