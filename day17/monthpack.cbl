               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAL-STATUS.

      * The budvact summary page for the same month, when run.
           SELECT BUDGET-SUMMARY-INPUT
               ASSIGN TO DYNAMIC WS-BUDGET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-STATUS.

      * The uprcalc summary page for the same month end, when run.
           SELECT UPR-SUMMARY-INPUT
               ASSIGN TO DYNAMIC WS-UPR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPR-STATUS.

      * One statement for the owner : how the month went, against
      * last month and the year to date, every number naming the
      * file it came from.
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
           05 FILLER               PIC X(01).
           05 PAY-IN-RVSL          PIC X(01).
           05 FILLER               PIC X(01).
           05 PAY-IN-REASON        PIC X(04).
      * "A" applies cash already held on account to an order : no new
      * money, so it is left out here, as is a bad debt written off
      * (source "W").
           05 FILLER               PIC X(01).
           05 PAY-IN-RCPT-NO       PIC X(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-KIND          PIC X(01).

       FD INVOICE-REGISTER-INPUT.
       01 INV-REG-RCD           PIC X(90).
           05 CLM-ID            PIC 9(04).
           05 FILLER            PIC X(01).
           05 CLM-STATUS        PIC X(07).
           05 FILLER            PIC X(01).
           05 CLM-PAYMENT       PIC 9(06).99.
           05 FILLER            PIC X(01).
           05 CLM-PAID          PIC 9(06).99.

       FD VALUATION-INPUT.
       01 VAL-IN-RCD            PIC X(60).

       FD BUDGET-SUMMARY-INPUT.
       01 BUD-SUM-IN-RCD        PIC X(90).

       FD UPR-SUMMARY-INPUT.
       01 UPR-SUM-IN-RCD        PIC X(90).

       FD PACK-OUTPUT.
       01 PCK-OUT-RCD           PIC X(90).

           88 WS-CLM-STATUS-OK                           VALUE "00".
       77 WS-VAL-STATUS                         PIC X(02).
           88 WS-VAL-STATUS-OK                           VALUE "00".
       77 WS-BUD-STATUS                         PIC X(02).
           88 WS-BUD-STATUS-OK                           VALUE "00".
       77 WS-UPR-STATUS                         PIC X(02).
           88 WS-UPR-STATUS-OK                           VALUE "00".
       77 WS-EOF                                PIC X(01) VALUE "N".
           88 WS-EOF-TRUE                                 VALUE "Y".
           88 WS-EOF-FALSE                                VALUE "N".
       77 WS-YEAR-START                         PIC 9(06).
       77 WS-ROW-PERIOD                         PIC 9(06).
       77 WS-PACK-FILENAME                      PIC X(40).
       77 WS-BUDGET-FILENAME                    PIC X(40).
       77 WS-UPR-FILENAME                       PIC X(40).
       77 WS-ROW-AMOUNT                         PIC S9(08)V99.

      * The three columns per figure : this month, last month, year
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF PAY-IN-KIND NOT EQUAL "A" AND
                          PAY-IN-SOURCE NOT EQUAL "W" THEN
                           MOVE PAY-IN-DATE(1:6) TO WS-ROW-PERIOD
                           IF PAY-IN-RVSL EQUAL "R" THEN
                               COMPUTE WS-ROW-AMOUNT = 0 - PAY-IN-AMT
                           ELSE
                               MOVE PAY-IN-AMT TO WS-ROW-AMOUNT
                           END-IF
                           PERFORM 0050-FOLD-AMOUNT-BEGIN
                              THRU 0050-FOLD-AMOUNT-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENTS-INPUT.
       0300-FOLD-INVOICES-END.

      * Claim amounts as entered, skipping CLOSED rows (those carry
      * no money) and REVIEW rows (no reserve until cleared).
       0400-FOLD-CLAIMS-BEGIN.
           MOVE 4 TO WS-LINE-IDX.
           SET WS-EOF-FALSE TO TRUE.
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF CLM-STATUS NOT EQUAL "CLOSED" AND
                          CLM-STATUS NOT EQUAL "REVIEW" THEN
                           MOVE CLM-DATE(1:6) TO WS-ROW-PERIOD
                           COMPUTE WS-ROW-AMOUNT =
                               FUNCTION NUMVAL(CLM-AMOUNT)
                  "  output/valuation-report.txt"
               DELIMITED BY SIZE INTO PCK-OUT-RCD.
           WRITE PCK-OUT-RCD.
           PERFORM 0620-BUDGET-PAGE-BEGIN THRU 0620-BUDGET-PAGE-END.
           PERFORM 0630-UPR-PAGE-BEGIN THRU 0630-UPR-PAGE-END.
           CLOSE PACK-OUTPUT.
           DISPLAY "Pack written to "
               FUNCTION TRIM(WS-PACK-FILENAME) ".".
       0600-WRITE-PACK-END.

      * The budget comparison is budvact's to work out; its summary
      * page goes into the pack line for line as it was written.
       0620-BUDGET-PAGE-BEGIN.
           MOVE SPACES TO PCK-OUT-RCD.
           WRITE PCK-OUT-RCD.
           MOVE SPACE TO WS-BUDGET-FILENAME.
           STRING "output/budget-summary-" DELIMITED BY SIZE
                  WS-THIS-PERIOD DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-BUDGET-FILENAME.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT BUDGET-SUMMARY-INPUT.
           IF NOT WS-BUD-STATUS-OK THEN
               MOVE "Sales budget : (no budvact run for this month)"
                   TO PCK-OUT-RCD
               WRITE PCK-OUT-RCD
               GO TO 0620-BUDGET-PAGE-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ BUDGET-SUMMARY-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       MOVE BUD-SUM-IN-RCD TO PCK-OUT-RCD
                       WRITE PCK-OUT-RCD
               END-READ
           END-PERFORM.
           CLOSE BUDGET-SUMMARY-INPUT.
       0620-BUDGET-PAGE-END.

      * The unearned premium reserve is uprcalc's to work out, the
      * same way : its summary page goes in as written.
       0630-UPR-PAGE-BEGIN.
           MOVE SPACES TO PCK-OUT-RCD.
           WRITE PCK-OUT-RCD.
           MOVE SPACE TO WS-UPR-FILENAME.
           STRING "output/upr-summary-" DELIMITED BY SIZE
                  WS-THIS-PERIOD DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-UPR-FILENAME.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT UPR-SUMMARY-INPUT.
           IF NOT WS-UPR-STATUS-OK THEN
               MOVE "Unearned premium : (no uprcalc run for this month)"
                   TO PCK-OUT-RCD
               WRITE PCK-OUT-RCD
               GO TO 0630-UPR-PAGE-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ UPR-SUMMARY-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       MOVE UPR-SUM-IN-RCD TO PCK-OUT-RCD
                       WRITE PCK-OUT-RCD
               END-READ
           END-PERFORM.
           CLOSE UPR-SUMMARY-INPUT.
       0630-UPR-PAGE-END.

       0610-ONE-LINE-BEGIN.
           MOVE WS-FIG-THIS(WS-LINE-IDX) TO WS-PCK-THIS.
           MOVE WS-FIG-PREV(WS-LINE-IDX) TO WS-PCK-PREV.
