       IDENTIFICATION DIVISION.
       PROGRAM-ID. limrevw.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Quarterly credit limit review : per client, how long they took
      * to pay, the highest balance they ran up, how much of the limit
      * that used and how often dunning had to push them up a level.
      * The report proposes a raise, hold or cut for each; raises and
      * cuts go to data/limit-review.txt for climaint's LIMITS
      * command, where a reviewer approves them onto the master.
           SELECT CLIENTS-INPUT
               ASSIGN TO "data/clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

      * Same edited order and payment files cliaging settles with.
           SELECT ORDERS-INPUT
               ASSIGN TO "output/commandes-clean.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

           SELECT PAYMENTS-INPUT
               ASSIGN TO "output/paiements-clean.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

      * Every letter dunning.cbl sent, with the level it replaced.
           SELECT HISTORY-INPUT
               ASSIGN TO "data/dunning-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.

           SELECT REVIEW-FILE
               ASSIGN TO "data/limit-review.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LMR-STATUS.

           SELECT REPORT-OUTPUT
               ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

      * Shared end-of-day summary log, folded together with the other
      * day15/day17 report programs by eodsum.cbl.
           SELECT EOD-LOG-OUTPUT
               ASSIGN TO "output/eod-summary.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTS-INPUT.
       COPY climast.

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
      * "C" is a credit note and takes the balance down; every other
      * type puts it up.
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
      * Source "W" is a bad debt written off : it closes the order
      * but says nothing about how fast the client pays. "R" marks a
      * reversal row, which reopens the balance.
           05 FILLER               PIC X(01).
           05 PAY-IN-SOURCE        PIC X(01).
           05 FILLER               PIC X(01).
           05 PAY-IN-RVSL          PIC X(01).
           05 FILLER               PIC X(01).
           05 PAY-IN-REASON        PIC X(04).
      * "O" is cash held on account against no order yet : it only
      * counts once an "A" row applies it.
           05 FILLER               PIC X(01).
           05 PAY-IN-RCPT-NO       PIC X(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-KIND          PIC X(01).

       FD HISTORY-INPUT.
       01 HST-RCD.
           05 HST-CLI-ID           PIC 9(04).
           05 FILLER               PIC X(01).
           05 HST-LEVEL            PIC 9(01).
           05 FILLER               PIC X(01).
           05 HST-DATE             PIC 9(08).
           05 FILLER               PIC X(01).
           05 HST-PREV-LEVEL       PIC 9(01).

       FD REVIEW-FILE.
       COPY limrcd.

       FD REPORT-OUTPUT.
       01 RPT-OUT-RCD              PIC X(100).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-F-STATUS                 PIC X(02).
           88 WS-F-STATUS-OK                    VALUE "00".
       01 WS-PAY-STATUS               PIC X(02).
           88 WS-PAY-STATUS-OK                  VALUE "00".
       01 WS-HST-STATUS               PIC X(02).
           88 WS-HST-STATUS-OK                  VALUE "00".
       01 WS-LMR-STATUS               PIC X(02).
           88 WS-LMR-STATUS-OK                  VALUE "00".
       01 WS-EOD-STATUS               PIC X(02).
           88 WS-EOD-STATUS-OK                  VALUE "00".

      * The quarter under review, keyed as YYYYQ.
       01 WS-QUARTER                  PIC 9(05).
       01 WS-QUARTER-R REDEFINES WS-QUARTER.
           05 WS-QTR-YEAR             PIC 9(04).
           05 WS-QTR-NO               PIC 9(01).
       77 WS-QTR-START                PIC 9(08).
       77 WS-QTR-END                  PIC 9(08).
       77 WS-NEXT-START               PIC 9(08).
       77 WS-RPT-FILENAME             PIC X(40).
       77 WS-OPERATOR-ID              PIC X(08).

       77 WS-CLI-TBL-SIZE             PIC 9(04) VALUE 0.
       01 WS-CLI-TBL.
           05 WS-CLI OCCURS 9999 TIMES.
               10 WS-CLI-ID           PIC 9(04).
               10 WS-CLI-NAME         PIC X(10).
               10 WS-CLI-FNAME        PIC X(10).
               10 WS-CLI-LIMIT        PIC 9(07)V99.
               10 WS-CLI-STATUS       PIC X(01).
       77 WS-CLI-IDX                  PIC 9(05).

      * Orders kept for the date each payment is measured from.
       77 WS-ORD-TBL-SIZE             PIC 9(05) VALUE 0.
       77 WS-ORD-TBL-MAX              PIC 9(05) VALUE 99999.
       01 WS-ORD-TBL.
           05 WS-ORD OCCURS 99999 TIMES.
               10 WS-ORD-CLI-ID       PIC 9(04).
               10 WS-ORD-ID           PIC 9(05).
               10 WS-ORD-DATE         PIC 9(08).

      * Every movement on a client's balance, dated : orders and
      * debits up, credit notes and payments down, reversals up
      * again. The peak is walked out of this table.
       77 WS-EVT-TBL-SIZE             PIC 9(04) VALUE 0.
       77 WS-EVT-TBL-MAX              PIC 9(04) VALUE 3000.
       01 WS-EVT-TBL.
           05 WS-EVT OCCURS 3000 TIMES.
               10 WS-EVT-CLI-ID       PIC 9(04).
               10 WS-EVT-DATE         PIC 9(08).
               10 WS-EVT-AMT          PIC S9(07)V99.
       77 WS-EVT-IDX                  PIC 9(04).
       77 WS-EVT-IDX-2                PIC 9(04).
       77 WS-OVERFLOW-CNT             PIC 9(04) VALUE 0.

      * Per client, by client ID.
       01 WS-ACC-TBL.
           05 WS-ACC OCCURS 9999 TIMES.
               10 WS-ACC-PEAK         PIC S9(09)V99.
               10 WS-ACC-DAYS         PIC 9(07).
               10 WS-ACC-PAID-CNT     PIC 9(04).
               10 WS-ACC-ESCAL        PIC 9(02).
       77 WS-BALANCE                  PIC S9(09)V99.
       77 WS-ORD-INTEGER              PIC S9(09) COMP-5.
       77 WS-PAY-INTEGER              PIC S9(09) COMP-5.
       77 WS-DAYS                     PIC S9(05) COMP-5.
       77 WS-IDX                      PIC 9(05).

      * Figures and proposal for the client being written up.
       77 WS-AVG-DAYS                 PIC 9(03).
       77 WS-UTIL-PCT                 PIC 9(03).
       77 WS-PEAK                     PIC 9(07).
       77 WS-ACTION                   PIC X(05).
       77 WS-NEW-LIMIT                PIC 9(07).
       77 WS-BASE-LIMIT               PIC 9(07)V99.
       77 WS-STEP-FACTOR              PIC 9(03).

      * Payment terms the forecast already uses; a client paying
      * inside them is prompt, one taking twice as long is slow.
       77 WS-TERMS-DAYS               PIC 9(03) VALUE 30.
       77 WS-SLOW-DAYS                PIC 9(04).
       77 WS-STEP-PCT                 PIC 9(03) VALUE 25.
       77 WS-UTIL-MIN-PCT             PIC 9(03) VALUE 80.
       01 WS-PARAM-KEY                PIC X(20).
       01 WS-PARAM-VALUE              PIC X(20).
       01 WS-PARAM-FOUND              PIC 9(01).
           88 WS-PARAM-FOUND-TRUE               VALUE 1.
           88 WS-PARAM-FOUND-FALSE              VALUE 0.

      * Decided proposals are kept as they stand; undecided ones from
      * an earlier review give way to this one's.
       77 WS-LMR-TBL-SIZE             PIC 9(04) VALUE 0.
       77 WS-LMR-TBL-MAX              PIC 9(04) VALUE 2000.
       01 WS-LMR-TBL.
           05 WS-LMR-IMAGE            PIC X(73) OCCURS 2000 TIMES.
       77 WS-SUPERSEDED-CNT           PIC 9(04) VALUE 0.

       77 WS-REVIEWED-CNT             PIC 9(04) VALUE 0.
       77 WS-RAISE-CNT                PIC 9(04) VALUE 0.
       77 WS-HOLD-CNT                 PIC 9(04) VALUE 0.
       77 WS-CUT-CNT                  PIC 9(04) VALUE 0.
       77 WS-PROPOSED-TOTAL           PIC 9(09) VALUE 0.

       77 WS-LOCK-NAME                PIC X(10).
       77 WS-LOCK-ACTION              PIC X(05).
       77 WS-LOCK-OK                  PIC 9(01).
           88 WS-LOCK-OK-TRUE                   VALUE 1.
           88 WS-LOCK-OK-FALSE                  VALUE 0.

       01 WS-RPT-TITLE-LINE.
           05 FILLER                  PIC X(27) VALUE
               "*** CREDIT LIMIT REVIEW - Q".
           05 WS-RPT-TITLE-QTR        PIC 9(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-TITLE-YEAR       PIC 9(04).
           05 FILLER                  PIC X(04) VALUE " ***".

       01 WS-RPT-PERIOD-LINE.
           05 FILLER                  PIC X(10) VALUE "Period : ".
           05 WS-RPT-FROM             PIC 9(08).
           05 FILLER                  PIC X(04) VALUE " to ".
           05 WS-RPT-TO               PIC 9(08).

       01 WS-RPT-HEADING-LINE.
           05 FILLER                  PIC X(26) VALUE "Client".
           05 FILLER                  PIC X(12) VALUE "      Limit".
           05 FILLER                  PIC X(10) VALUE "     Peak".
           05 FILLER                  PIC X(06) VALUE " Use%".
           05 FILLER                  PIC X(06) VALUE " Days".
           05 FILLER                  PIC X(06) VALUE " Paid".
           05 FILLER                  PIC X(05) VALUE " Dun".
           05 FILLER                  PIC X(07) VALUE " Prop".
           05 FILLER                  PIC X(12) VALUE "  New limit".

       01 WS-RPT-ROW-LINE.
           05 WS-RPT-CLI-ID           PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-CLI-FNAME        PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-CLI-NAME         PIC X(10).
           05 WS-RPT-LIMIT            PIC Z,ZZZ,ZZ9.99.
           05 WS-RPT-PEAK             PIC ZZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-UTIL             PIC ZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-DAYS             PIC ZZZ9.
           05 WS-RPT-DAYS-X REDEFINES WS-RPT-DAYS
                                      PIC X(04).
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-PAID             PIC ZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-ESCAL            PIC Z9.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-ACTION           PIC X(05).
           05 WS-RPT-NEW-LIMIT        PIC Z,ZZZ,ZZ9.99.
           05 WS-RPT-NEW-LIMIT-X REDEFINES WS-RPT-NEW-LIMIT
                                      PIC X(12).

       01 WS-RPT-SUM-LINE.
           05 WS-RPT-SUM-LABEL        PIC X(30).
           05 WS-RPT-SUM-CNT          PIC Z,ZZ9.

       01 WS-RPT-TRAILER-LINE.
           05 FILLER                  PIC X(20) VALUE
               "*** END OF REPORT - ".
           05 WS-TRL-ROWS             PIC Z,ZZ9.
           05 FILLER                  PIC X(20) VALUE
               " CLIENT(S) SHOWN ***".

       PROCEDURE DIVISION.
           DISPLAY "Quarter to review (YYYYQ, e.g. 20263) : "
               WITH NO ADVANCING.
           ACCEPT WS-QUARTER.
           IF WS-QTR-YEAR < 1900 OR WS-QTR-NO < 1 OR WS-QTR-NO > 4
           THEN
               DISPLAY "Not a possible quarter - no review."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * The proposals file is shared with climaint's LIMITS command,
      * so the two never rewrite it at once.
           MOVE "limitrev" TO WS-LOCK-NAME.
           MOVE "GET" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           IF WS-LOCK-OK-FALSE THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0050-READ-PARAMS-BEGIN
              THRU 0050-READ-PARAMS-END.
           PERFORM 0100-LOAD-CLIENTS-BEGIN
              THRU 0100-LOAD-CLIENTS-END.
           PERFORM 0150-LOAD-ORDERS-BEGIN
              THRU 0150-LOAD-ORDERS-END.
           IF NOT WS-F-STATUS-OK THEN
               PERFORM 0900-FREE-LOCK-BEGIN
                  THRU 0900-FREE-LOCK-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0200-LOAD-PAYMENTS-BEGIN
              THRU 0200-LOAD-PAYMENTS-END.
           PERFORM 0250-LOAD-HISTORY-BEGIN
              THRU 0250-LOAD-HISTORY-END.
           PERFORM 0300-WALK-PEAKS-BEGIN
              THRU 0300-WALK-PEAKS-END.
           PERFORM 0350-LOAD-PROPOSALS-BEGIN
              THRU 0350-LOAD-PROPOSALS-END.
           PERFORM 0400-WRITE-REPORT-BEGIN
              THRU 0400-WRITE-REPORT-END.
           PERFORM 0600-REWRITE-PROPOSALS-BEGIN
              THRU 0600-REWRITE-PROPOSALS-END.
           PERFORM 0900-FREE-LOCK-BEGIN
              THRU 0900-FREE-LOCK-END.
           PERFORM 0700-WRITE-EOD-LOG-BEGIN
              THRU 0700-WRITE-EOD-LOG-END.

           DISPLAY "Credit limit review written to "
               FUNCTION TRIM(WS-RPT-FILENAME) " : " WS-RAISE-CNT
               " raise(s), " WS-CUT-CNT " cut(s), " WS-HOLD-CNT
               " left as they are.".
           IF WS-RAISE-CNT > 0 OR WS-CUT-CNT > 0 THEN
               DISPLAY "Proposals are in data/limit-review.txt - "
                   "approve them with climaint LIMITS."
           END-IF.
           IF WS-SUPERSEDED-CNT > 0 THEN
               DISPLAY WS-SUPERSEDED-CNT " undecided proposal(s) of "
                   "an earlier review replaced."
           END-IF.

      * Exit status for the scheduler : 0 clean, 4 when rows past
      * the table slots were left out (the figures may be short),
      * 8 on the aborts.
           IF WS-OVERFLOW-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-OVERFLOW-CNT
                   " row(s) past the table slots were left out."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0050-READ-PARAMS-BEGIN.
           MOVE "PAYMENT-TERMS-DAYS" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                   TO WS-TERMS-DAYS
           END-IF.
           COMPUTE WS-SLOW-DAYS = WS-TERMS-DAYS * 2.
           MOVE "LIMIT-STEP-PCT" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                   TO WS-STEP-PCT
           END-IF.
           MOVE "LIMIT-USE-PCT" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                   TO WS-UTIL-MIN-PCT
           END-IF.

      * Quarter Q runs from month 3Q-2 to the day before the next
      * quarter opens.
           COMPUTE WS-QTR-START = WS-QTR-YEAR * 10000
               + ((WS-QTR-NO - 1) * 3 + 1) * 100 + 1.
           IF WS-QTR-NO EQUAL 4 THEN
               COMPUTE WS-NEXT-START = (WS-QTR-YEAR + 1) * 10000
                   + 101
           ELSE
               COMPUTE WS-NEXT-START = WS-QTR-START + 300
           END-IF.
           COMPUTE WS-QTR-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-START) - 1).

           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > 9999
               MOVE 0 TO WS-ACC-PEAK(WS-CLI-IDX)
               MOVE 0 TO WS-ACC-DAYS(WS-CLI-IDX)
               MOVE 0 TO WS-ACC-PAID-CNT(WS-CLI-IDX)
               MOVE 0 TO WS-ACC-ESCAL(WS-CLI-IDX)
           END-PERFORM.
       0050-READ-PARAMS-END.

       0100-LOAD-CLIENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLIENTS-INPUT.
           IF NOT WS-F-STATUS-OK THEN
               DISPLAY "Unable to open data/clients.txt, status "
                   WS-F-STATUS "."
               PERFORM 0900-FREE-LOCK-BEGIN
                  THRU 0900-FREE-LOCK-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLIENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-CLI-TBL-SIZE < 9999 THEN
                           ADD 1 TO WS-CLI-TBL-SIZE
                           MOVE CLI-M-ID
                               TO WS-CLI-ID(WS-CLI-TBL-SIZE)
                           MOVE CLI-M-NAME
                               TO WS-CLI-NAME(WS-CLI-TBL-SIZE)
                           MOVE CLI-M-FNAME
                               TO WS-CLI-FNAME(WS-CLI-TBL-SIZE)
                           MOVE CLI-M-CREDIT-LIMIT
                               TO WS-CLI-LIMIT(WS-CLI-TBL-SIZE)
                           MOVE CLI-M-STATUS
                               TO WS-CLI-STATUS(WS-CLI-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTS-INPUT.
       0100-LOAD-CLIENTS-END.

       0150-LOAD-ORDERS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDERS-INPUT.
           IF NOT WS-F-STATUS-OK THEN
               DISPLAY "Unable to open output/commandes-clean.txt, "
                   "status " WS-F-STATUS ". Run ordcheck first."
               GO TO 0150-LOAD-ORDERS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ ORDERS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-ORD-TBL-SIZE < WS-ORD-TBL-MAX THEN
                           ADD 1 TO WS-ORD-TBL-SIZE
                           MOVE ORD-IN-CLI-ID
                               TO WS-ORD-CLI-ID(WS-ORD-TBL-SIZE)
                           MOVE ORD-IN-ID
                               TO WS-ORD-ID(WS-ORD-TBL-SIZE)
                           MOVE ORD-IN-DATE
                               TO WS-ORD-DATE(WS-ORD-TBL-SIZE)
                       END-IF
                       IF WS-EVT-TBL-SIZE < WS-EVT-TBL-MAX THEN
                           ADD 1 TO WS-EVT-TBL-SIZE
                           MOVE ORD-IN-CLI-ID
                               TO WS-EVT-CLI-ID(WS-EVT-TBL-SIZE)
                           MOVE ORD-IN-DATE
                               TO WS-EVT-DATE(WS-EVT-TBL-SIZE)
                           IF ORD-IN-TYPE EQUAL "C" THEN
                               COMPUTE WS-EVT-AMT(WS-EVT-TBL-SIZE)
                                   = 0 - ORD-IN-AMT
                           ELSE
                               MOVE ORD-IN-AMT
                                   TO WS-EVT-AMT(WS-EVT-TBL-SIZE)
                           END-IF
                       ELSE
                           ADD 1 TO WS-OVERFLOW-CNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDERS-INPUT.
       0150-LOAD-ORDERS-END.

      * Payments move the balance whatever the quarter; only those
      * dated inside it are timed, against the date of their order.
       0200-LOAD-PAYMENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PAYMENTS-INPUT.
           IF NOT WS-PAY-STATUS-OK THEN
               DISPLAY "No output/paiements-clean.txt - run paycheck "
                   "first; nobody counts as having paid."
               GO TO 0200-LOAD-PAYMENTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ PAYMENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF PAY-IN-KIND NOT EQUAL "O" AND
                          PAY-IN-CLI-ID > 0 THEN
                           PERFORM 0210-ONE-PAYMENT-BEGIN
                              THRU 0210-ONE-PAYMENT-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENTS-INPUT.
       0200-LOAD-PAYMENTS-END.

       0210-ONE-PAYMENT-BEGIN.
           IF WS-EVT-TBL-SIZE < WS-EVT-TBL-MAX THEN
               ADD 1 TO WS-EVT-TBL-SIZE
               MOVE PAY-IN-CLI-ID TO WS-EVT-CLI-ID(WS-EVT-TBL-SIZE)
               MOVE PAY-IN-DATE TO WS-EVT-DATE(WS-EVT-TBL-SIZE)
               IF PAY-IN-RVSL EQUAL "R" THEN
                   MOVE PAY-IN-AMT TO WS-EVT-AMT(WS-EVT-TBL-SIZE)
               ELSE
                   COMPUTE WS-EVT-AMT(WS-EVT-TBL-SIZE)
                       = 0 - PAY-IN-AMT
               END-IF
           ELSE
               ADD 1 TO WS-OVERFLOW-CNT
           END-IF.

           IF PAY-IN-RVSL EQUAL "R" OR PAY-IN-SOURCE EQUAL "W" OR
              PAY-IN-DATE < WS-QTR-START OR
              PAY-IN-DATE > WS-QTR-END THEN
               GO TO 0210-ONE-PAYMENT-END
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ORD-TBL-SIZE
               IF WS-ORD-CLI-ID(WS-IDX) EQUAL PAY-IN-CLI-ID AND
                  WS-ORD-ID(WS-IDX) EQUAL PAY-IN-ORD-ID THEN
                   COMPUTE WS-ORD-INTEGER = FUNCTION
                       INTEGER-OF-DATE(WS-ORD-DATE(WS-IDX))
                   COMPUTE WS-PAY-INTEGER = FUNCTION
                       INTEGER-OF-DATE(PAY-IN-DATE)
                   COMPUTE WS-DAYS = WS-PAY-INTEGER - WS-ORD-INTEGER
                   IF WS-DAYS < 0 THEN
                       MOVE 0 TO WS-DAYS
                   END-IF
                   ADD WS-DAYS TO WS-ACC-DAYS(PAY-IN-CLI-ID)
                   ADD 1 TO WS-ACC-PAID-CNT(PAY-IN-CLI-ID)
                   MOVE WS-ORD-TBL-SIZE TO WS-IDX
               END-IF
           END-PERFORM.
       0210-ONE-PAYMENT-END.

      * An escalation is a letter sent at a higher level than the one
      * before it; a repeated final notice is not one.
       0250-LOAD-HISTORY-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT HISTORY-INPUT.
           IF NOT WS-HST-STATUS-OK THEN
               GO TO 0250-LOAD-HISTORY-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ HISTORY-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF HST-DATE NOT < WS-QTR-START AND
                          HST-DATE NOT > WS-QTR-END AND
                          HST-LEVEL > HST-PREV-LEVEL AND
                          HST-CLI-ID > 0 AND
                          WS-ACC-ESCAL(HST-CLI-ID) < 99 THEN
                           ADD 1 TO WS-ACC-ESCAL(HST-CLI-ID)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-INPUT.
       0250-LOAD-HISTORY-END.

      * The peak is the highest the balance stood at any day of the
      * quarter : what was owed going in, then the balance after
      * each day something moved it.
       0300-WALK-PEAKS-BEGIN.
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-EVT-TBL-SIZE
               IF WS-EVT-DATE(WS-EVT-IDX) < WS-QTR-START THEN
                   ADD WS-EVT-AMT(WS-EVT-IDX)
                       TO WS-ACC-PEAK(WS-EVT-CLI-ID(WS-EVT-IDX))
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-EVT-TBL-SIZE
               IF WS-EVT-DATE(WS-EVT-IDX) NOT < WS-QTR-START AND
                  WS-EVT-DATE(WS-EVT-IDX) NOT > WS-QTR-END THEN
                   PERFORM 0310-BALANCE-AT-BEGIN
                      THRU 0310-BALANCE-AT-END
                   IF WS-BALANCE >
                      WS-ACC-PEAK(WS-EVT-CLI-ID(WS-EVT-IDX)) THEN
                       MOVE WS-BALANCE
                           TO WS-ACC-PEAK(WS-EVT-CLI-ID(WS-EVT-IDX))
                   END-IF
               END-IF
           END-PERFORM.
       0300-WALK-PEAKS-END.

      * Balance of the event's client at the close of the event's day.
       0310-BALANCE-AT-BEGIN.
           MOVE 0 TO WS-BALANCE.
           PERFORM VARYING WS-EVT-IDX-2 FROM 1 BY 1
                   UNTIL WS-EVT-IDX-2 > WS-EVT-TBL-SIZE
               IF WS-EVT-CLI-ID(WS-EVT-IDX-2) EQUAL
                  WS-EVT-CLI-ID(WS-EVT-IDX) AND
                  WS-EVT-DATE(WS-EVT-IDX-2) NOT >
                  WS-EVT-DATE(WS-EVT-IDX) THEN
                   ADD WS-EVT-AMT(WS-EVT-IDX-2) TO WS-BALANCE
               END-IF
           END-PERFORM.
       0310-BALANCE-AT-END.

       0350-LOAD-PROPOSALS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT REVIEW-FILE.
           IF NOT WS-LMR-STATUS-OK THEN
               GO TO 0350-LOAD-PROPOSALS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ REVIEW-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF LMR-STATUS-PENDING THEN
                           ADD 1 TO WS-SUPERSEDED-CNT
                       ELSE
                       IF WS-LMR-TBL-SIZE < WS-LMR-TBL-MAX THEN
                           ADD 1 TO WS-LMR-TBL-SIZE
                           MOVE LMR-RECORD
                               TO WS-LMR-IMAGE(WS-LMR-TBL-SIZE)
                       ELSE
                           ADD 1 TO WS-OVERFLOW-CNT
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REVIEW-FILE.
       0350-LOAD-PROPOSALS-END.

       0400-WRITE-REPORT-BEGIN.
           MOVE SPACE TO WS-RPT-FILENAME.
           STRING "output/limit-review-" DELIMITED BY SIZE
                  WS-QTR-YEAR DELIMITED BY SIZE
                  "Q" DELIMITED BY SIZE
                  WS-QTR-NO DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME.
           OPEN OUTPUT REPORT-OUTPUT.
           MOVE WS-QTR-NO TO WS-RPT-TITLE-QTR.
           MOVE WS-QTR-YEAR TO WS-RPT-TITLE-YEAR.
           MOVE WS-RPT-TITLE-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-QTR-START TO WS-RPT-FROM.
           MOVE WS-QTR-END TO WS-RPT-TO.
           MOVE WS-RPT-PERIOD-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-HEADING-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

      * Deactivated clients order nothing more : no limit to review.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > WS-CLI-TBL-SIZE
               IF WS-CLI-STATUS(WS-CLI-IDX) NOT EQUAL "I" THEN
                   PERFORM 0500-PROPOSE-BEGIN
                      THRU 0500-PROPOSE-END
                   PERFORM 0410-ROW-LINE-BEGIN
                      THRU 0410-ROW-LINE-END
               END-IF
           END-PERFORM.

           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Proposed raises :" TO WS-RPT-SUM-LABEL.
           MOVE WS-RAISE-CNT TO WS-RPT-SUM-CNT.
           MOVE WS-RPT-SUM-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Proposed cuts :" TO WS-RPT-SUM-LABEL.
           MOVE WS-CUT-CNT TO WS-RPT-SUM-CNT.
           MOVE WS-RPT-SUM-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Left as they are :" TO WS-RPT-SUM-LABEL.
           MOVE WS-HOLD-CNT TO WS-RPT-SUM-CNT.
           MOVE WS-RPT-SUM-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-REVIEWED-CNT TO WS-TRL-ROWS.
           MOVE WS-RPT-TRAILER-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           CLOSE REPORT-OUTPUT.
       0400-WRITE-REPORT-END.

       0410-ROW-LINE-BEGIN.
           ADD 1 TO WS-REVIEWED-CNT.
           MOVE WS-CLI-ID(WS-CLI-IDX) TO WS-RPT-CLI-ID.
           MOVE WS-CLI-FNAME(WS-CLI-IDX) TO WS-RPT-CLI-FNAME.
           MOVE WS-CLI-NAME(WS-CLI-IDX) TO WS-RPT-CLI-NAME.
           MOVE WS-CLI-LIMIT(WS-CLI-IDX) TO WS-RPT-LIMIT.
           MOVE WS-PEAK TO WS-RPT-PEAK.
           MOVE WS-UTIL-PCT TO WS-RPT-UTIL.
           IF WS-ACC-PAID-CNT(WS-CLI-ID(WS-CLI-IDX)) EQUAL 0 THEN
               MOVE "   -" TO WS-RPT-DAYS-X
           ELSE
               MOVE WS-AVG-DAYS TO WS-RPT-DAYS
           END-IF.
           MOVE WS-ACC-PAID-CNT(WS-CLI-ID(WS-CLI-IDX)) TO WS-RPT-PAID.
           MOVE WS-ACC-ESCAL(WS-CLI-ID(WS-CLI-IDX)) TO WS-RPT-ESCAL.
           MOVE WS-ACTION TO WS-RPT-ACTION.
           IF WS-ACTION EQUAL "HOLD" THEN
               MOVE SPACES TO WS-RPT-NEW-LIMIT-X
           ELSE
               MOVE WS-NEW-LIMIT TO WS-RPT-NEW-LIMIT
           END-IF.
           MOVE WS-RPT-ROW-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
       0410-ROW-LINE-END.

      * The proposal, in order of weight :
      *   CUT   two escalations or more in the quarter, or paying
      *         on average past twice the terms;
      *   RAISE no escalation, paid inside terms on average, and
      *         the peak used at least LIMIT-USE-PCT of the
      *         limit - a client pressing on a limit they honour;
      *   HOLD  everyone else, including a quiet quarter.
      * A raise or cut moves the limit by LIMIT-STEP-PCT, to
      * whole units; a client with no limit yet is raised from their
      * peak.
       0500-PROPOSE-BEGIN.
           MOVE 0 TO WS-PEAK.
           IF WS-ACC-PEAK(WS-CLI-ID(WS-CLI-IDX)) > 0 THEN
               MOVE WS-ACC-PEAK(WS-CLI-ID(WS-CLI-IDX)) TO WS-PEAK
           END-IF.
           MOVE 0 TO WS-AVG-DAYS.
           IF WS-ACC-PAID-CNT(WS-CLI-ID(WS-CLI-IDX)) > 0 THEN
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-ACC-DAYS(WS-CLI-ID(WS-CLI-IDX))
                   / WS-ACC-PAID-CNT(WS-CLI-ID(WS-CLI-IDX))
                   ON SIZE ERROR
                       MOVE 999 TO WS-AVG-DAYS
               END-COMPUTE
           END-IF.
           IF WS-CLI-LIMIT(WS-CLI-IDX) EQUAL 0 THEN
               IF WS-PEAK > 0 THEN
                   MOVE 999 TO WS-UTIL-PCT
               ELSE
                   MOVE 0 TO WS-UTIL-PCT
               END-IF
           ELSE
               COMPUTE WS-UTIL-PCT ROUNDED =
                   WS-PEAK * 100 / WS-CLI-LIMIT(WS-CLI-IDX)
                   ON SIZE ERROR
                       MOVE 999 TO WS-UTIL-PCT
               END-COMPUTE
           END-IF.

           MOVE "HOLD" TO WS-ACTION.
           MOVE 0 TO WS-NEW-LIMIT.
           EVALUATE TRUE
               WHEN WS-ACC-ESCAL(WS-CLI-ID(WS-CLI-IDX)) >= 2
                   MOVE "CUT" TO WS-ACTION
               WHEN WS-ACC-PAID-CNT(WS-CLI-ID(WS-CLI-IDX)) > 0 AND
                    WS-AVG-DAYS > WS-SLOW-DAYS
                   MOVE "CUT" TO WS-ACTION
               WHEN WS-ACC-ESCAL(WS-CLI-ID(WS-CLI-IDX)) EQUAL 0 AND
                    WS-ACC-PAID-CNT(WS-CLI-ID(WS-CLI-IDX)) > 0 AND
                    WS-AVG-DAYS NOT > WS-TERMS-DAYS AND
                    WS-PEAK > 0 AND
                    WS-UTIL-PCT NOT < WS-UTIL-MIN-PCT
                   MOVE "RAISE" TO WS-ACTION
           END-EVALUATE.

      * Nothing to cut from a limit already at nought.
           IF WS-ACTION EQUAL "CUT" AND
              WS-CLI-LIMIT(WS-CLI-IDX) EQUAL 0 THEN
               MOVE "HOLD" TO WS-ACTION
           END-IF.

           EVALUATE WS-ACTION
               WHEN "RAISE"
                   MOVE WS-CLI-LIMIT(WS-CLI-IDX) TO WS-BASE-LIMIT
                   IF WS-BASE-LIMIT EQUAL 0 THEN
                       MOVE WS-PEAK TO WS-BASE-LIMIT
                   END-IF
                   COMPUTE WS-STEP-FACTOR = 100 + WS-STEP-PCT
                       ON SIZE ERROR
                           MOVE 999 TO WS-STEP-FACTOR
                   END-COMPUTE
                   COMPUTE WS-NEW-LIMIT ROUNDED =
                       WS-BASE-LIMIT * WS-STEP-FACTOR / 100
                       ON SIZE ERROR
                           MOVE 9999999 TO WS-NEW-LIMIT
                   END-COMPUTE
                   ADD 1 TO WS-RAISE-CNT
               WHEN "CUT"
                   IF WS-STEP-PCT > 100 THEN
                       MOVE 0 TO WS-NEW-LIMIT
                   ELSE
                       COMPUTE WS-STEP-FACTOR = 100 - WS-STEP-PCT
                       COMPUTE WS-NEW-LIMIT ROUNDED =
                           WS-CLI-LIMIT(WS-CLI-IDX)
                           * WS-STEP-FACTOR / 100
                   END-IF
                   ADD 1 TO WS-CUT-CNT
               WHEN OTHER
                   ADD 1 TO WS-HOLD-CNT
                   GO TO 0500-PROPOSE-END
           END-EVALUATE.
           ADD WS-NEW-LIMIT TO WS-PROPOSED-TOTAL.

           IF WS-LMR-TBL-SIZE >= WS-LMR-TBL-MAX THEN
               ADD 1 TO WS-OVERFLOW-CNT
               GO TO 0500-PROPOSE-END
           END-IF.
           MOVE SPACES TO LMR-RECORD.
           MOVE WS-CLI-ID(WS-CLI-IDX) TO LMR-CLI-ID.
           MOVE WS-QUARTER TO LMR-QUARTER.
           MOVE WS-ACTION TO LMR-ACTION.
           MOVE WS-CLI-LIMIT(WS-CLI-IDX) TO LMR-OLD-LIMIT.
           MOVE WS-NEW-LIMIT TO LMR-NEW-LIMIT.
           MOVE WS-PEAK TO LMR-PEAK.
           MOVE WS-UTIL-PCT TO LMR-UTIL-PCT.
           MOVE WS-AVG-DAYS TO LMR-AVG-DAYS.
           MOVE WS-ACC-ESCAL(WS-CLI-ID(WS-CLI-IDX)) TO LMR-ESCAL.
           MOVE "P" TO LMR-STATUS.
           MOVE 0 TO LMR-DEC-DATE.
           ADD 1 TO WS-LMR-TBL-SIZE.
           MOVE LMR-RECORD TO WS-LMR-IMAGE(WS-LMR-TBL-SIZE).
       0500-PROPOSE-END.

       0600-REWRITE-PROPOSALS-BEGIN.
           OPEN OUTPUT REVIEW-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LMR-TBL-SIZE
               MOVE WS-LMR-IMAGE(WS-IDX) TO LMR-RECORD
               WRITE LMR-RECORD
           END-PERFORM.
           CLOSE REVIEW-FILE.
       0600-REWRITE-PROPOSALS-END.

       0700-WRITE-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "LIMREVW" TO EOD-PROGRAM.
           MOVE WS-REVIEWED-CNT TO EOD-RECORDS-PROC.
           COMPUTE EOD-EXCEPTIONS = WS-RAISE-CNT + WS-CUT-CNT.
           MOVE 2 TO EOD-FILES-WRITTEN.
           MOVE WS-PROPOSED-TOTAL TO EOD-KEY-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE WS-OPERATOR-ID TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0700-WRITE-EOD-LOG-END.

       0900-FREE-LOCK-BEGIN.
           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
       0900-FREE-LOCK-END.
