       IDENTIFICATION DIVISION.
       PROGRAM-ID. repcomm.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The sales rep master : code, name, email and commission rate,
      * kept by repmaint.cbl.
           SELECT REP-INPUT
               ASSIGN TO "data/commerciaux.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.

      * Which rep looks after which client rides on CLI-M-REP-CODE.
           SELECT CLIENTS-INPUT
               ASSIGN TO "data/clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

           SELECT ORDERS-INPUT
               ASSIGN TO "data/num-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.

      * Commission is only earned on cash actually in, so the run
      * settles against the edited payments, as cliaging does.
           SELECT PAYMENTS-INPUT
               ASSIGN TO "output/paiements-clean.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

      * One statement per rep, the way brkcomm.cbl produces one
      * commission-<code>.txt per broker, plus a totals page.
           SELECT STATEMENT-OUTPUT
               ASSIGN TO DYNAMIC WS-STMT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TOTALS-OUTPUT
               ASSIGN TO "output/repcomm-totals.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Shared end-of-day summary log, folded together with the other
      * day15/day17 report programs by eodsum.cbl.
           SELECT EOD-LOG-OUTPUT
               ASSIGN TO "output/eod-summary.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REP-INPUT.
       COPY reprcd.

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
      * Space or "O" is an ordinary order; "C" is a credit note.
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
           05 FILLER               PIC X(01).
           05 PAY-IN-SOURCE        PIC X(01).
      * "R" marks a reversal row (bounced cheque) : it reopens the
      * balance it once settled. Source "W" is a bad debt written
      * off : the order is closed but no cash came in.
           05 FILLER               PIC X(01).
           05 PAY-IN-RVSL          PIC X(01).
           05 FILLER               PIC X(01).
           05 PAY-IN-REASON        PIC X(04).
           05 FILLER               PIC X(01).
           05 PAY-IN-RCPT-NO       PIC X(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-KIND          PIC X(01).

       FD STATEMENT-OUTPUT.
       01 STMT-OUT-RCD              PIC X(70).

       FD TOTALS-OUTPUT.
       01 TOT-OUT-RCD               PIC X(90).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-REP-STATUS               PIC X(02).
           88 WS-REP-STATUS-OK                  VALUE "00".
       01 WS-F-STATUS                 PIC X(02).
           88 WS-F-STATUS-OK                    VALUE "00".
       01 WS-ORD-STATUS               PIC X(02).
           88 WS-ORD-STATUS-OK                  VALUE "00".
       01 WS-PAY-STATUS               PIC X(02).
           88 WS-PAY-STATUS-OK                  VALUE "00".
       01 WS-EOD-STATUS               PIC X(02).
           88 WS-EOD-STATUS-OK                  VALUE "00".

       01 WS-THIS-PERIOD              PIC 9(06).
       01 WS-THIS-SPLIT REDEFINES WS-THIS-PERIOD.
           05 WS-THIS-YYYY            PIC 9(04).
           05 WS-THIS-MM              PIC 9(02).

       77 WS-IDX                      PIC 9(05).
       77 WS-REP-IDX                  PIC 9(02).

       77 WS-REP-TBL-SIZE             PIC 9(02) VALUE 0.
       01 WS-REP-TBL.
           05 WS-REP OCCURS 30 TIMES.
               10 WS-REP-CODE         PIC X(04).
               10 WS-REP-NAME         PIC X(20).
               10 WS-REP-EMAIL        PIC X(30).
               10 WS-REP-RATE         PIC 9(02)V99.
               10 WS-REP-PAID         PIC S9(09)V99.
               10 WS-REP-CREDITS      PIC S9(09)V99.
               10 WS-REP-LINES        PIC 9(04).

       77 WS-CLI-TBL-SIZE             PIC 9(04) VALUE 0.
       01 WS-CLI-TBL.
           05 WS-CLI OCCURS 9999 TIMES.
               10 WS-CLI-ID           PIC 9(04).
               10 WS-CLI-NAME         PIC X(10).
               10 WS-CLI-REP-CODE     PIC X(04).
       77 WS-CLI-FOUND-IDX            PIC 9(04).

      * Each order carries what the clean payments have settled so
      * far and the date the balance was first cleared; a reversal
      * reopening it wipes that date again.
       77 WS-ORD-TBL-SIZE             PIC 9(05) VALUE 0.
       77 WS-ORD-OVERFLOW-CNT         PIC 9(05) VALUE 0.
       01 WS-ORD-TBL.
           05 WS-ORD OCCURS 99999 TIMES.
               10 WS-ORD-CLI-ID       PIC 9(04).
               10 WS-ORD-ID           PIC 9(05).
               10 WS-ORD-AMT          PIC 9(07)V99.
               10 WS-ORD-DATE         PIC 9(08).
               10 WS-ORD-TYPE         PIC X(01).
               10 WS-ORD-PAID         PIC S9(08)V99.
               10 WS-ORD-SETTLED      PIC 9(08).
               10 WS-ORD-REP-IDX      PIC 9(02).
       77 WS-ORD-FOUND-IDX            PIC 9(05).

       77 WS-ROW-PERIOD               PIC 9(06).
       77 WS-ROW-KIND                 PIC X(06).
       77 WS-ROW-AMOUNT               PIC S9(07)V99.

       77 WS-ORDERS-READ              PIC 9(05) VALUE 0.
       77 WS-BAD-REP-CNT              PIC 9(05) VALUE 0.
       77 WS-STATEMENTS-WRITTEN       PIC 9(03) VALUE 0.
       77 WS-HOUSE-PAID               PIC S9(10)V99 VALUE 0.
       77 WS-HOUSE-CREDITS            PIC S9(10)V99 VALUE 0.
       77 WS-NET                      PIC S9(10)V99.
       77 WS-COMMISSION               PIC S9(09)V99.
       77 WS-TOTAL-PAID               PIC S9(10)V99 VALUE 0.
       77 WS-TOTAL-CREDITS            PIC S9(10)V99 VALUE 0.
       77 WS-TOTAL-COMMISSION         PIC S9(09)V99 VALUE 0.
       77 WS-STMT-FILENAME            PIC X(40).
       77 WS-OPERATOR-ID              PIC X(08).

       01 WS-STMT-TITLE-LINE.
           05 FILLER              PIC X(35) VALUE
               "*** SALES COMMISSION STATEMENT - ".
           05 WS-STMT-TITLE-CODE  PIC X(04).
           05 FILLER              PIC X(03) VALUE " - ".
           05 WS-STMT-TITLE-MONTH PIC 9(06).
           05 FILLER              PIC X(04) VALUE " ***".

       01 WS-STMT-HEADING-LINE.
           05 FILLER              PIC X(08) VALUE "Order".
           05 FILLER              PIC X(18) VALUE "Client".
           05 FILLER              PIC X(10) VALUE "Dated".
           05 FILLER              PIC X(10) VALUE "Settled".
           05 FILLER              PIC X(08) VALUE "Kind".
           05 FILLER              PIC X(06) VALUE "Amount".

       01 WS-STMT-DETAIL-LINE.
           05 WS-STMT-ORD-ID      PIC 9(05).
           05 FILLER              PIC X(03) VALUE SPACE.
           05 WS-STMT-CLI-ID      PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-STMT-CLI-NAME    PIC X(10).
           05 FILLER              PIC X(03) VALUE SPACE.
           05 WS-STMT-ORD-DATE    PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 WS-STMT-SETTLED     PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 WS-STMT-KIND        PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-STMT-AMT         PIC -Z,ZZZ,ZZ9.99.

       01 WS-STMT-FIGURE-LINE.
           05 WS-STMT-LABEL       PIC X(21).
           05 WS-STMT-FIGURE      PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-STMT-RATE-LINE.
           05 FILLER              PIC X(21) VALUE
               "Commission rate    : ".
           05 WS-STMT-RATE        PIC Z9.99.
           05 FILLER              PIC X(01) VALUE "%".

       01 WS-TOT-TITLE-LINE.
           05 FILLER              PIC X(39) VALUE
               "*** SALES COMMISSION TOTALS - MONTH ".
           05 WS-TOT-TITLE-MONTH  PIC 9(06).
           05 FILLER              PIC X(04) VALUE " ***".

       01 WS-TOT-HEADING-LINE.
           05 FILLER              PIC X(26) VALUE "Rep".
           05 FILLER              PIC X(16) VALUE "Paid sales".
           05 FILLER              PIC X(16) VALUE "Credits".
           05 FILLER              PIC X(16) VALUE "Net".
           05 FILLER              PIC X(15) VALUE "Commission".

       01 WS-TOT-DETAIL-LINE.
           05 WS-TOT-REP-CODE     PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-TOT-REP-NAME     PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-TOT-PAID         PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 WS-TOT-CREDITS      PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 WS-TOT-NET          PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 WS-TOT-COMMISSION   PIC -Z,ZZZ,ZZ9.99.

       01 WS-TOT-TRAILER-LINE.
           05 FILLER              PIC X(21) VALUE
               "*** END OF REPORT - ".
           05 WS-TRL-RECORDS      PIC ZZ9.
           05 FILLER              PIC X(26) VALUE
               " STATEMENT(S) - TOTAL ".
           05 WS-TRL-TOTAL        PIC -Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(04) VALUE " ***".

       PROCEDURE DIVISION.
           DISPLAY "Commission month (YYYYMM) : " WITH NO ADVANCING.
           ACCEPT WS-THIS-PERIOD.
           IF WS-THIS-MM < 1 OR WS-THIS-MM > 12 THEN
               DISPLAY "Not a possible month - no commission run."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0100-LOAD-REPS-BEGIN
              THRU 0100-LOAD-REPS-END.
           IF WS-REP-TBL-SIZE EQUAL 0 THEN
               DISPLAY "No data/commerciaux.txt - nothing to pay."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0150-LOAD-CLIENTS-BEGIN
              THRU 0150-LOAD-CLIENTS-END.
           PERFORM 0200-LOAD-ORDERS-BEGIN
              THRU 0200-LOAD-ORDERS-END.
           PERFORM 0300-SETTLE-PAYMENTS-BEGIN
              THRU 0300-SETTLE-PAYMENTS-END.
           PERFORM 0400-FOLD-MONTH-BEGIN
              THRU 0400-FOLD-MONTH-END.
           PERFORM 0500-WRITE-STATEMENTS-BEGIN
              THRU 0500-WRITE-STATEMENTS-END.
           PERFORM 0600-WRITE-TOTALS-BEGIN
              THRU 0600-WRITE-TOTALS-END.
           PERFORM 0700-WRITE-EOD-LOG-BEGIN
              THRU 0700-WRITE-EOD-LOG-END.

           DISPLAY WS-STATEMENTS-WRITTEN " statement(s) written to "
               "output/repcomm-<code>.txt, totals in "
               "output/repcomm-totals.txt.".

      * Exit status for the scheduler : 0 clean, 4 when a client
      * names a rep missing from the master or orders were dropped,
      * 8 on the aborts above.
           IF WS-BAD-REP-CNT > 0 OR WS-ORD-OVERFLOW-CNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0100-LOAD-REPS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT REP-INPUT.
           IF NOT WS-REP-STATUS-OK THEN
               GO TO 0100-LOAD-REPS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ REP-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-REP-TBL-SIZE < 30 THEN
                           ADD 1 TO WS-REP-TBL-SIZE
                           MOVE REP-CODE
                               TO WS-REP-CODE(WS-REP-TBL-SIZE)
                           MOVE REP-NAME
                               TO WS-REP-NAME(WS-REP-TBL-SIZE)
                           MOVE REP-EMAIL
                               TO WS-REP-EMAIL(WS-REP-TBL-SIZE)
                           MOVE REP-RATE
                               TO WS-REP-RATE(WS-REP-TBL-SIZE)
                           MOVE 0 TO WS-REP-PAID(WS-REP-TBL-SIZE)
                           MOVE 0 TO WS-REP-CREDITS(WS-REP-TBL-SIZE)
                           MOVE 0 TO WS-REP-LINES(WS-REP-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REP-INPUT.
       0100-LOAD-REPS-END.

       0150-LOAD-CLIENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLIENTS-INPUT.
           IF NOT WS-F-STATUS-OK THEN
               DISPLAY "Unable to open data/clients.txt, status "
                   WS-F-STATUS "."
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
                           MOVE CLI-M-REP-CODE
                               TO WS-CLI-REP-CODE(WS-CLI-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTS-INPUT.
       0150-LOAD-CLIENTS-END.

      * Every order is tied to its client's rep as it is loaded; a
      * client naming a rep the master does not know is counted and
      * treated as a house account until the master is put right.
       0200-LOAD-ORDERS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDERS-INPUT.
           IF NOT WS-ORD-STATUS-OK THEN
               DISPLAY "Unable to open data/num-commandes.txt, status "
                   WS-ORD-STATUS "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ ORDERS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ORDERS-READ
                       IF WS-ORD-TBL-SIZE < 99999 THEN
                           ADD 1 TO WS-ORD-TBL-SIZE
                           PERFORM 0210-ONE-ORDER-BEGIN
                              THRU 0210-ONE-ORDER-END
                       ELSE
                           ADD 1 TO WS-ORD-OVERFLOW-CNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDERS-INPUT.
           IF WS-ORD-OVERFLOW-CNT > 0 THEN
               DISPLAY WS-ORD-OVERFLOW-CNT " order(s) past the table "
                   "limit left out of the commission run."
           END-IF.
       0200-LOAD-ORDERS-END.

       0210-ONE-ORDER-BEGIN.
           MOVE ORD-IN-CLI-ID TO WS-ORD-CLI-ID(WS-ORD-TBL-SIZE).
           MOVE ORD-IN-ID     TO WS-ORD-ID(WS-ORD-TBL-SIZE).
           MOVE ORD-IN-AMT    TO WS-ORD-AMT(WS-ORD-TBL-SIZE).
           MOVE ORD-IN-DATE   TO WS-ORD-DATE(WS-ORD-TBL-SIZE).
           MOVE ORD-IN-TYPE   TO WS-ORD-TYPE(WS-ORD-TBL-SIZE).
           MOVE 0 TO WS-ORD-PAID(WS-ORD-TBL-SIZE).
           MOVE 0 TO WS-ORD-SETTLED(WS-ORD-TBL-SIZE).
           MOVE 0 TO WS-ORD-REP-IDX(WS-ORD-TBL-SIZE).

           MOVE 0 TO WS-CLI-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CLI-TBL-SIZE
               IF WS-CLI-ID(WS-IDX) EQUAL ORD-IN-CLI-ID THEN
                   MOVE WS-IDX TO WS-CLI-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-CLI-FOUND-IDX EQUAL 0 THEN
               GO TO 0210-ONE-ORDER-END
           END-IF.
           IF WS-CLI-REP-CODE(WS-CLI-FOUND-IDX) EQUAL SPACE THEN
               GO TO 0210-ONE-ORDER-END
           END-IF.
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                   UNTIL WS-REP-IDX > WS-REP-TBL-SIZE
               IF WS-REP-CODE(WS-REP-IDX) EQUAL
                  WS-CLI-REP-CODE(WS-CLI-FOUND-IDX) THEN
                   MOVE WS-REP-IDX TO WS-ORD-REP-IDX(WS-ORD-TBL-SIZE)
               END-IF
           END-PERFORM.
           IF WS-ORD-REP-IDX(WS-ORD-TBL-SIZE) EQUAL 0 THEN
               ADD 1 TO WS-BAD-REP-CNT
               DISPLAY "Order " ORD-IN-ID " : client " ORD-IN-CLI-ID
                   " names rep " WS-CLI-REP-CODE(WS-CLI-FOUND-IDX)
                   " not in data/commerciaux.txt - house account."
           END-IF.
       0210-ONE-ORDER-END.

      * Payments are applied in file sequence, so the settled date is
      * the date of the receipt that finally cleared the order.
       0300-SETTLE-PAYMENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PAYMENTS-INPUT.
           IF NOT WS-PAY-STATUS-OK THEN
               DISPLAY "No output/paiements-clean.txt - run paycheck "
                   "first; no order counts as paid."
               GO TO 0300-SETTLE-PAYMENTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ PAYMENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       PERFORM 0310-ONE-PAYMENT-BEGIN
                          THRU 0310-ONE-PAYMENT-END
               END-READ
           END-PERFORM.
           CLOSE PAYMENTS-INPUT.
       0300-SETTLE-PAYMENTS-END.

       0310-ONE-PAYMENT-BEGIN.
           MOVE 0 TO WS-ORD-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ORD-TBL-SIZE
               IF WS-ORD-ID(WS-IDX) EQUAL PAY-IN-ORD-ID AND
                  WS-ORD-CLI-ID(WS-IDX) EQUAL PAY-IN-CLI-ID AND
                  WS-ORD-TYPE(WS-IDX) NOT EQUAL "C" THEN
                   MOVE WS-IDX TO WS-ORD-FOUND-IDX
               END-IF
           END-PERFORM.
      * Nobody earns commission on a debt written off : the order
      * simply never counts as paid.
           IF WS-ORD-FOUND-IDX EQUAL 0 OR PAY-IN-SOURCE EQUAL "W" THEN
               GO TO 0310-ONE-PAYMENT-END
           END-IF.
           IF PAY-IN-RVSL EQUAL "R" THEN
               SUBTRACT PAY-IN-AMT FROM WS-ORD-PAID(WS-ORD-FOUND-IDX)
           ELSE
               ADD PAY-IN-AMT TO WS-ORD-PAID(WS-ORD-FOUND-IDX)
           END-IF.
           IF WS-ORD-PAID(WS-ORD-FOUND-IDX) <
              WS-ORD-AMT(WS-ORD-FOUND-IDX) THEN
               MOVE 0 TO WS-ORD-SETTLED(WS-ORD-FOUND-IDX)
           ELSE
               IF WS-ORD-SETTLED(WS-ORD-FOUND-IDX) EQUAL 0 THEN
                   MOVE PAY-IN-DATE
                       TO WS-ORD-SETTLED(WS-ORD-FOUND-IDX)
               END-IF
           END-IF.
       0310-ONE-PAYMENT-END.

      * An order earns commission in the month its balance was
      * cleared, so a late payer is paid on when the cash arrives and
      * never twice; a credit note nets off in the month it is dated.
       0400-FOLD-MONTH-BEGIN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ORD-TBL-SIZE
               PERFORM 0410-CLASSIFY-ORDER-BEGIN
                  THRU 0410-CLASSIFY-ORDER-END
               EVALUATE WS-ROW-KIND
                   WHEN "PAID"
                       PERFORM 0420-ADD-PAID-BEGIN
                          THRU 0420-ADD-PAID-END
                   WHEN "CREDIT"
                       PERFORM 0430-ADD-CREDIT-BEGIN
                          THRU 0430-ADD-CREDIT-END
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
       0400-FOLD-MONTH-END.

      * Sets WS-ROW-KIND for the order at WS-IDX : PAID when it was
      * settled this month, CREDIT for a credit note dated this month,
      * UNPAID for an order dated this month still open (shown on the
      * statement for information, never paid on), else spaces.
       0410-CLASSIFY-ORDER-BEGIN.
           MOVE SPACE TO WS-ROW-KIND.
           MOVE WS-ORD-AMT(WS-IDX) TO WS-ROW-AMOUNT.
           IF WS-ORD-TYPE(WS-IDX) EQUAL "C" THEN
               COMPUTE WS-ROW-PERIOD = WS-ORD-DATE(WS-IDX) / 100
               IF WS-ROW-PERIOD EQUAL WS-THIS-PERIOD THEN
                   MOVE "CREDIT" TO WS-ROW-KIND
                   COMPUTE WS-ROW-AMOUNT = 0 - WS-ORD-AMT(WS-IDX)
               END-IF
               GO TO 0410-CLASSIFY-ORDER-END
           END-IF.
           IF WS-ORD-SETTLED(WS-IDX) > 0 THEN
               COMPUTE WS-ROW-PERIOD = WS-ORD-SETTLED(WS-IDX) / 100
               IF WS-ROW-PERIOD EQUAL WS-THIS-PERIOD THEN
                   MOVE "PAID" TO WS-ROW-KIND
               END-IF
               GO TO 0410-CLASSIFY-ORDER-END
           END-IF.
           COMPUTE WS-ROW-PERIOD = WS-ORD-DATE(WS-IDX) / 100.
           IF WS-ROW-PERIOD EQUAL WS-THIS-PERIOD THEN
               MOVE "UNPAID" TO WS-ROW-KIND
           END-IF.
       0410-CLASSIFY-ORDER-END.

       0420-ADD-PAID-BEGIN.
           MOVE WS-ORD-REP-IDX(WS-IDX) TO WS-REP-IDX.
           IF WS-REP-IDX EQUAL 0 THEN
               ADD WS-ORD-AMT(WS-IDX) TO WS-HOUSE-PAID
           ELSE
               ADD WS-ORD-AMT(WS-IDX) TO WS-REP-PAID(WS-REP-IDX)
           END-IF.
       0420-ADD-PAID-END.

       0430-ADD-CREDIT-BEGIN.
           MOVE WS-ORD-REP-IDX(WS-IDX) TO WS-REP-IDX.
           IF WS-REP-IDX EQUAL 0 THEN
               ADD WS-ORD-AMT(WS-IDX) TO WS-HOUSE-CREDITS
           ELSE
               ADD WS-ORD-AMT(WS-IDX) TO WS-REP-CREDITS(WS-REP-IDX)
           END-IF.
       0430-ADD-CREDIT-END.

       0500-WRITE-STATEMENTS-BEGIN.
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                   UNTIL WS-REP-IDX > WS-REP-TBL-SIZE
               PERFORM 0510-ONE-STATEMENT-BEGIN
                  THRU 0510-ONE-STATEMENT-END
           END-PERFORM.
       0500-WRITE-STATEMENTS-END.

      * Every rep on the master gets a statement, even an empty one,
      * so a rep with nothing due sees it said rather than missing.
       0510-ONE-STATEMENT-BEGIN.
           MOVE SPACE TO WS-STMT-FILENAME.
           STRING "output/repcomm-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REP-CODE(WS-REP-IDX))
                      DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-STMT-FILENAME.
           OPEN OUTPUT STATEMENT-OUTPUT.

           MOVE WS-REP-CODE(WS-REP-IDX) TO WS-STMT-TITLE-CODE.
           MOVE WS-THIS-PERIOD TO WS-STMT-TITLE-MONTH.
           MOVE WS-STMT-TITLE-LINE TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.
           MOVE WS-REP-NAME(WS-REP-IDX) TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.
           MOVE WS-REP-EMAIL(WS-REP-IDX) TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.
           MOVE SPACE TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.
           MOVE WS-STMT-HEADING-LINE TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ORD-TBL-SIZE
               IF WS-ORD-REP-IDX(WS-IDX) EQUAL WS-REP-IDX THEN
                   PERFORM 0520-STATEMENT-LINE-BEGIN
                      THRU 0520-STATEMENT-LINE-END
               END-IF
           END-PERFORM.
           IF WS-REP-LINES(WS-REP-IDX) EQUAL 0 THEN
               MOVE "(no activity this month)" TO STMT-OUT-RCD
               WRITE STMT-OUT-RCD
           END-IF.
           MOVE SPACE TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.

           MOVE "Paid sales         : " TO WS-STMT-LABEL.
           MOVE WS-REP-PAID(WS-REP-IDX) TO WS-STMT-FIGURE.
           MOVE WS-STMT-FIGURE-LINE TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.
           MOVE "Credit notes       : " TO WS-STMT-LABEL.
           COMPUTE WS-STMT-FIGURE = 0 - WS-REP-CREDITS(WS-REP-IDX).
           MOVE WS-STMT-FIGURE-LINE TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.
           COMPUTE WS-NET = WS-REP-PAID(WS-REP-IDX)
                          - WS-REP-CREDITS(WS-REP-IDX).
           MOVE "Net commissionable : " TO WS-STMT-LABEL.
           MOVE WS-NET TO WS-STMT-FIGURE.
           MOVE WS-STMT-FIGURE-LINE TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.
           MOVE WS-REP-RATE(WS-REP-IDX) TO WS-STMT-RATE.
           MOVE WS-STMT-RATE-LINE TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.
           COMPUTE WS-COMMISSION ROUNDED =
               WS-NET * WS-REP-RATE(WS-REP-IDX) / 100.
           MOVE "Commission due     : " TO WS-STMT-LABEL.
           MOVE WS-COMMISSION TO WS-STMT-FIGURE.
           MOVE WS-STMT-FIGURE-LINE TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.
           CLOSE STATEMENT-OUTPUT.
           ADD 1 TO WS-STATEMENTS-WRITTEN.
       0510-ONE-STATEMENT-END.

       0520-STATEMENT-LINE-BEGIN.
           PERFORM 0410-CLASSIFY-ORDER-BEGIN
              THRU 0410-CLASSIFY-ORDER-END.
           IF WS-ROW-KIND EQUAL SPACE THEN
               GO TO 0520-STATEMENT-LINE-END
           END-IF.
           MOVE WS-ORD-ID(WS-IDX)     TO WS-STMT-ORD-ID.
           MOVE WS-ORD-CLI-ID(WS-IDX) TO WS-STMT-CLI-ID.
           MOVE SPACE TO WS-STMT-CLI-NAME.
           PERFORM VARYING WS-CLI-FOUND-IDX FROM 1 BY 1
                   UNTIL WS-CLI-FOUND-IDX > WS-CLI-TBL-SIZE
               IF WS-CLI-ID(WS-CLI-FOUND-IDX) EQUAL
                  WS-ORD-CLI-ID(WS-IDX) THEN
                   MOVE WS-CLI-NAME(WS-CLI-FOUND-IDX)
                       TO WS-STMT-CLI-NAME
               END-IF
           END-PERFORM.
           MOVE WS-ORD-DATE(WS-IDX) TO WS-STMT-ORD-DATE.
           IF WS-ORD-SETTLED(WS-IDX) > 0 THEN
               MOVE WS-ORD-SETTLED(WS-IDX) TO WS-STMT-SETTLED
           ELSE
               MOVE SPACE TO WS-STMT-SETTLED
           END-IF.
           MOVE WS-ROW-KIND TO WS-STMT-KIND.
           MOVE WS-ROW-AMOUNT TO WS-STMT-AMT.
           MOVE WS-STMT-DETAIL-LINE TO STMT-OUT-RCD.
           WRITE STMT-OUT-RCD.
           ADD 1 TO WS-REP-LINES(WS-REP-IDX).
       0520-STATEMENT-LINE-END.

      * The totals page : one line per rep, the house accounts that
      * earn nobody commission, and the grand total to be paid.
       0600-WRITE-TOTALS-BEGIN.
           OPEN OUTPUT TOTALS-OUTPUT.
           MOVE WS-THIS-PERIOD TO WS-TOT-TITLE-MONTH.
           MOVE WS-TOT-TITLE-LINE TO TOT-OUT-RCD.
           WRITE TOT-OUT-RCD.
           MOVE SPACE TO TOT-OUT-RCD.
           WRITE TOT-OUT-RCD.
           MOVE WS-TOT-HEADING-LINE TO TOT-OUT-RCD.
           WRITE TOT-OUT-RCD.

           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                   UNTIL WS-REP-IDX > WS-REP-TBL-SIZE
               COMPUTE WS-NET = WS-REP-PAID(WS-REP-IDX)
                              - WS-REP-CREDITS(WS-REP-IDX)
               COMPUTE WS-COMMISSION ROUNDED =
                   WS-NET * WS-REP-RATE(WS-REP-IDX) / 100
               MOVE WS-REP-CODE(WS-REP-IDX) TO WS-TOT-REP-CODE
               MOVE WS-REP-NAME(WS-REP-IDX) TO WS-TOT-REP-NAME
               MOVE WS-REP-PAID(WS-REP-IDX) TO WS-TOT-PAID
               COMPUTE WS-TOT-CREDITS =
                   0 - WS-REP-CREDITS(WS-REP-IDX)
               MOVE WS-NET TO WS-TOT-NET
               MOVE WS-COMMISSION TO WS-TOT-COMMISSION
               MOVE WS-TOT-DETAIL-LINE TO TOT-OUT-RCD
               WRITE TOT-OUT-RCD
               ADD WS-REP-PAID(WS-REP-IDX) TO WS-TOTAL-PAID
               ADD WS-REP-CREDITS(WS-REP-IDX) TO WS-TOTAL-CREDITS
               ADD WS-COMMISSION TO WS-TOTAL-COMMISSION
           END-PERFORM.

           MOVE SPACE TO WS-TOT-REP-CODE.
           MOVE "(house accounts)" TO WS-TOT-REP-NAME.
           MOVE WS-HOUSE-PAID TO WS-TOT-PAID.
           COMPUTE WS-TOT-CREDITS = 0 - WS-HOUSE-CREDITS.
           COMPUTE WS-NET = WS-HOUSE-PAID - WS-HOUSE-CREDITS.
           MOVE WS-NET TO WS-TOT-NET.
           MOVE 0 TO WS-TOT-COMMISSION.
           MOVE WS-TOT-DETAIL-LINE TO TOT-OUT-RCD.
           WRITE TOT-OUT-RCD.

           MOVE SPACE TO TOT-OUT-RCD.
           WRITE TOT-OUT-RCD.
           MOVE SPACE TO WS-TOT-REP-CODE.
           MOVE "TOTAL REPS" TO WS-TOT-REP-NAME.
           MOVE WS-TOTAL-PAID TO WS-TOT-PAID.
           COMPUTE WS-TOT-CREDITS = 0 - WS-TOTAL-CREDITS.
           COMPUTE WS-NET = WS-TOTAL-PAID - WS-TOTAL-CREDITS.
           MOVE WS-NET TO WS-TOT-NET.
           MOVE WS-TOTAL-COMMISSION TO WS-TOT-COMMISSION.
           MOVE WS-TOT-DETAIL-LINE TO TOT-OUT-RCD.
           WRITE TOT-OUT-RCD.

           MOVE SPACE TO TOT-OUT-RCD.
           WRITE TOT-OUT-RCD.
           MOVE WS-STATEMENTS-WRITTEN TO WS-TRL-RECORDS.
           MOVE WS-TOTAL-COMMISSION TO WS-TRL-TOTAL.
           MOVE WS-TOT-TRAILER-LINE TO TOT-OUT-RCD.
           WRITE TOT-OUT-RCD.
           CLOSE TOTALS-OUTPUT.
       0600-WRITE-TOTALS-END.

       0700-WRITE-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "REPCOMM" TO EOD-PROGRAM.
           MOVE WS-ORDERS-READ TO EOD-RECORDS-PROC.
           MOVE WS-BAD-REP-CNT TO EOD-EXCEPTIONS.
           COMPUTE EOD-FILES-WRITTEN = WS-STATEMENTS-WRITTEN + 1.
           IF WS-TOTAL-COMMISSION > 0 THEN
               MOVE WS-TOTAL-COMMISSION TO EOD-KEY-TOTAL
           ELSE
               MOVE 0 TO EOD-KEY-TOTAL
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE WS-OPERATOR-ID TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0700-WRITE-EOD-LOG-END.
