               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

      * Dispatch confirmations from dispatch.cbl : with AGING-BASIS
      * set to DISPATCH in data/params.txt an order ages from the day
      * its goods left instead of the day it was keyed.
           SELECT DISPATCH-INPUT
               ASSIGN TO "data/expeditions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHP-STATUS.

      * What level each client last received, so the next run
      * escalates from there instead of restarting at a gentle
      * reminder every month.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

      * Every letter ever sent, appended one row a letter with the
      * level it replaced, so the credit review can count how often
      * a client had to be pushed up a level.
           SELECT DUNNING-HISTORY
               ASSIGN TO "data/dunning-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.

      * What each client owes, kept by balpost and rebuilt nightly by
      * balrecon : the figure the letter asks for. The order file
      * above still decides how late the oldest unpaid order is.
           SELECT BALANCE-INPUT
               ASSIGN TO "data/clients-balance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

      * One reminder letter per chased client, headed with the
      * climast address block the way clistmt heads its statements.
           SELECT LETTER-OUTPUT

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
      * "O" is cash held on account (order 000), "A" applies it to an
      * order later : what is still held nets off the balance chased.
           05 FILLER               PIC X(01).
           05 PAY-IN-RCPT-NO       PIC X(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-KIND          PIC X(01).

       FD DUNNING-REGISTER.
       01 REG-RCD.
           05 REG-CLI-ID           PIC 9(04).
           05 FILLER               PIC X(01).
           05 REG-LEVEL            PIC 9(01).
           05 FILLER               PIC X(01).
           05 REG-DATE             PIC 9(08).

       FD DUNNING-HISTORY.
       01 HST-RCD.
           05 HST-CLI-ID           PIC 9(04).
           05 FILLER               PIC X(01).
           05 HST-LEVEL            PIC 9(01).
           05 FILLER               PIC X(01).
           05 HST-DATE             PIC 9(08).
           05 FILLER               PIC X(01).
      * 0 for a client's first letter.
           05 HST-PREV-LEVEL       PIC 9(01).

       FD LETTER-OUTPUT.
       01 LETTER-OUT-RCD           PIC X(70).

       FD DISPATCH-INPUT.
       COPY shiprcd.

       FD BALANCE-INPUT.
       COPY clibal.

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
       01 WS-PAY-STATUS               PIC X(02).
           88 WS-PAY-STATUS-OK                  VALUE "00".

       01 WS-SHP-STATUS               PIC X(02).
           88 WS-SHP-STATUS-OK                  VALUE "00".
       77 WS-AGING-BASIS              PIC X(08) VALUE "ORDER".
       77 WS-SHP-APPLIED              PIC 9(05) VALUE 0.
       01 WS-PARAM-KEY                PIC X(20).
       01 WS-PARAM-VALUE              PIC X(20).
       01 WS-PARAM-FOUND              PIC 9(01).
           88 WS-PARAM-FOUND-TRUE               VALUE 1.
           88 WS-PARAM-FOUND-FALSE              VALUE 0.

       01 WS-REG-STATUS               PIC X(02).
           88 WS-REG-STATUS-OK                  VALUE "00".
       01 WS-HST-STATUS               PIC X(02).
           88 WS-HST-STATUS-OK                  VALUE "00".

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
               10 WS-ORD-DATE         PIC 9(08).
               10 WS-ORD-PAID         PIC 9(08)V99.
               10 WS-ORD-TYPE         PIC X(01).

      * Last letter per client : level and date, loaded whole and
      * rewritten whole at the end of the run, the way renewal.cbl
      * flips its register.
       77 WS-REG-TBL-SIZE             PIC 9(04) VALUE 0.
       77 WS-REG-TBL-MAX              PIC 9(04) VALUE 9999.
       01 WS-REG-TBL.
           05 WS-REG OCCURS 9999 TIMES.
               10 WS-REG-CLI-ID       PIC 9(04).
               10 WS-REG-LEVEL        PIC 9(01).
               10 WS-REG-DATE         PIC 9(08).
       77 WS-REG-FOUND-IDX            PIC 9(04).

      * Cash each client holds on account, by client ID.
       01 WS-ACCT-TBL.
           05 WS-ACCT-BAL             PIC S9(09)V99 OCCURS 9999 TIMES.
       77 WS-CLI-ON-ACCT              PIC S9(09)V99.

      * Balance due by client ID, off the balance file when there is
      * one; without it the balance is folded from the orders and
      * payments as before.
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

      * Instalment plans as planchk judges them today : a client on a
      * running plan is not chased, one whose plan broke is picked up
      * again at the level the plan found them at.
       COPY plntbl REPLACING ==:PREFIX:== BY ==WS==.
       77 WS-PLN-IDX                  PIC 9(03).
       77 WS-PLN-FOUND-IDX            PIC 9(03).
       77 WS-ON-PLAN-CNT              PIC 9(04) VALUE 0.

      * A letter goes by post : conschk says whether the client may
      * still be written to. A suppressed client is not chased and
      * the register keeps the level they last had.
       77 WS-CNS-CHANNEL              PIC X(01) VALUE "P".
       77 WS-CNS-PURPOSE              PIC X(01) VALUE "S".
       77 WS-CNS-CALLER               PIC X(08) VALUE "dunning".
       77 WS-CNS-ALLOWED              PIC 9(01).
           88 WS-CNS-ALLOWED-TRUE               VALUE 1.
       77 WS-SUPPRESSED-CNT           PIC 9(04) VALUE 0.

       77 WS-RUN-DATE                 PIC 9(08).
       77 WS-RUN-INTEGER              PIC S9(09) COMP-5.
       77 WS-ORD-INTEGER              PIC S9(09) COMP-5.
       77 WS-AGE-DAYS                 PIC S9(05) COMP-5.
       77 WS-OPEN-AMT                 PIC S9(08)V99.
       77 WS-DUE-DATE                 PIC 9(08).
       77 WS-TRM-LABEL                PIC X(30).
       77 WS-TRM-KNOWN                PIC 9(01).

       77 WS-CLI-OPEN-TOTAL           PIC S9(09)V99.
       77 WS-CLI-OLDEST-BKT           PIC 9(01).
       77 WS-BKT-IDX                  PIC 9(01).
       77 WS-PROPOSED-LEVEL           PIC 9(01).
       77 WS-LETTER-LEVEL             PIC 9(01).
       77 WS-PREV-LEVEL               PIC 9(01).
       77 WS-LETTERS-WRITTEN          PIC 9(04) VALUE 0.

       77 WS-LETTER-FILENAME          PIC X(40).

       01 WS-LETTER-BODY-2-TBL-R REDEFINES WS-LETTER-BODY-2-TBL.
           05 WS-LETTER-BODY-2        PIC X(60) OCCURS 3 TIMES.

       01 WS-LETTER-ACCT-LINE.
           05 FILLER                  PIC X(32) VALUE
               "Less cash held on account : ".
           05 WS-LETTER-ACCT          PIC -Z,ZZZ,ZZ9.99.

       01 WS-LETTER-AMOUNT-LINE.
           05 FILLER                  PIC X(21) VALUE
               "Balance open as at ".
           05 WS-LETTER-DATE          PIC 9(08).
           05 FILLER                  PIC X(03) VALUE " : ".
           05 WS-LETTER-AMOUNT        PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 0100-LOAD-ORDERS-BEGIN
              THRU 0100-LOAD-ORDERS-END.

           PERFORM 0150-DISPATCH-DATES-BEGIN
              THRU 0150-DISPATCH-DATES-END.

           PERFORM 0200-MATCH-PAYMENTS-BEGIN
              THRU 0200-MATCH-PAYMENTS-END.

           PERFORM 0250-LOAD-BALANCES-BEGIN
              THRU 0250-LOAD-BALANCES-END.

           PERFORM 0300-LOAD-REGISTER-BEGIN
              THRU 0300-LOAD-REGISTER-END.

           CALL "planchk" USING WS-RUN-DATE WS-PLN-TBL
           END-CALL.

           PERFORM 0400-WALK-CLIENTS-BEGIN
              THRU 0400-WALK-CLIENTS-END.


           DISPLAY WS-LETTERS-WRITTEN " dunning letter(s) written to "
               "output/dunning-<id>.txt.".
           IF WS-ON-PLAN-CNT > 0 THEN
               DISPLAY WS-ON-PLAN-CNT " client(s) held back by a "
                   "running instalment plan."
           END-IF.
           IF WS-SUPPRESSED-CNT > 0 THEN
               DISPLAY WS-SUPPRESSED-CNT " client(s) held back by the "
                   "suppression list - see "
                   "output/suppressed-contacts.log."
           END-IF.
           GOBACK.

       0100-LOAD-ORDERS-BEGIN.
           END-IF.
       0100-LOAD-ORDERS-END.

      * An order not yet dispatched keeps its order date, and a credit
      * note is never shipped, so both age exactly as before.
       0150-DISPATCH-DATES-BEGIN.
           MOVE "AGING-BASIS" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE WS-PARAM-VALUE TO WS-AGING-BASIS
           END-IF.
           IF WS-AGING-BASIS NOT EQUAL "DISPATCH" THEN
               GO TO 0150-DISPATCH-DATES-END
           END-IF.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT DISPATCH-INPUT.
           IF NOT WS-SHP-STATUS-OK THEN
               DISPLAY "No data/expeditions.txt - every order ages "
                   "from its order date."
               GO TO 0150-DISPATCH-DATES-END
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
       0150-DISPATCH-DATES-END.

       0200-MATCH-PAYMENTS-BEGIN.
           INITIALIZE WS-ACCT-TBL.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PAYMENTS-INPUT.
           IF NOT WS-PAY-STATUS-OK THEN
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF PAY-IN-KIND EQUAL "O" OR PAY-IN-KIND EQUAL "A"
                           PERFORM 0210-ON-ACCOUNT-BEGIN
                              THRU 0210-ON-ACCOUNT-END
                       END-IF
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-ORD-TBL-SIZE
                           IF WS-ORD-ID(WS-IDX) EQUAL PAY-IN-ORD-ID
           CLOSE PAYMENTS-INPUT.
       0200-MATCH-PAYMENTS-END.

      * Received on account adds, applied to an order takes away, a
      * reversal of either turns it back.
       0210-ON-ACCOUNT-BEGIN.
           IF PAY-IN-CLI-ID EQUAL 0 THEN
               GO TO 0210-ON-ACCOUNT-END
           END-IF.
           EVALUATE TRUE
               WHEN PAY-IN-KIND EQUAL "O" AND PAY-IN-RVSL EQUAL "R"
                   SUBTRACT PAY-IN-AMT FROM WS-ACCT-BAL(PAY-IN-CLI-ID)
               WHEN PAY-IN-KIND EQUAL "O"
                   ADD PAY-IN-AMT TO WS-ACCT-BAL(PAY-IN-CLI-ID)
               WHEN PAY-IN-RVSL EQUAL "R"
                   ADD PAY-IN-AMT TO WS-ACCT-BAL(PAY-IN-CLI-ID)
               WHEN OTHER
                   SUBTRACT PAY-IN-AMT FROM WS-ACCT-BAL(PAY-IN-CLI-ID)
           END-EVALUATE.
       0210-ON-ACCOUNT-END.

       0250-LOAD-BALANCES-BEGIN.
           INITIALIZE WS-BAL-OPEN-TBL.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT BALANCE-INPUT.
           IF NOT WS-BAL-STATUS-OK THEN
               DISPLAY "No data/clients-balance.txt - balances are "
                   "folded from the order and payment files."
               GO TO 0250-LOAD-BALANCES-END
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
       0250-LOAD-BALANCES-END.

       0300-LOAD-REGISTER-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT DUNNING-REGISTER.
           CLOSE CLIENTS-INPUT.
       0400-WALK-CLIENTS-END.

      * The oldest unpaid bucket sets the proposed level, counted in
      * days past the due date the client's payment terms give : up
      * to 30 days late is gentle, 31-60 firm, past 60 a final
      * notice. Nothing not yet due is chased at all.
       0410-ONE-CLIENT-BEGIN.
           MOVE 0 TO WS-CLI-OPEN-TOTAL.
           MOVE 0 TO WS-CLI-OLDEST-BKT.
                   ADD WS-OPEN-AMT TO WS-CLI-OPEN-TOTAL
                   IF WS-OPEN-AMT > 0 AND
                      WS-ORD-TYPE(WS-IDX) NOT EQUAL "C" THEN
                       CALL "duedate" USING CLI-M-TERMS
                           WS-ORD-DATE(WS-IDX) WS-DUE-DATE
                           WS-TRM-LABEL WS-TRM-KNOWN
                       END-CALL
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
                           WHEN OTHER
                               MOVE 4 TO WS-BKT-IDX
               END-IF
           END-PERFORM.

      * Cash the client paid without naming an order covers the
      * balance as well as any receipt : nobody is chased for money
      * already sitting on their account.
           MOVE 0 TO WS-CLI-ON-ACCT.
           IF CLI-M-ID > 0 THEN
               MOVE WS-ACCT-BAL(CLI-M-ID) TO WS-CLI-ON-ACCT
           END-IF.
           SUBTRACT WS-CLI-ON-ACCT FROM WS-CLI-OPEN-TOTAL.
      * The balance file already nets the cash on account off, and
      * counts the payments booked since paycheck last ran.
           IF WS-BAL-LOADED-TRUE AND CLI-M-ID > 0 THEN
               IF WS-BAL-PRESENT(CLI-M-ID) EQUAL "Y" THEN
                   MOVE WS-BAL-OPEN(CLI-M-ID) TO WS-CLI-OPEN-TOTAL
               END-IF
           END-IF.

           IF WS-CLI-OLDEST-BKT < 2 OR WS-CLI-OPEN-TOTAL <= 0 THEN
               GO TO 0410-ONE-CLIENT-END
           END-IF.

      * The client's latest plan decides : while it runs the client
      * is left alone and the register keeps its last level.
           MOVE 0 TO WS-PLN-FOUND-IDX.
           PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
                   UNTIL WS-PLN-IDX > WS-PLN-CNT
               IF WS-PLN-CLI-ID(WS-PLN-IDX) EQUAL CLI-M-ID THEN
                   MOVE WS-PLN-IDX TO WS-PLN-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-PLN-FOUND-IDX > 0 THEN
               IF WS-PLN-STATE-RUNNING(WS-PLN-FOUND-IDX) THEN
                   ADD 1 TO WS-ON-PLAN-CNT
                   GO TO 0410-ONE-CLIENT-END
               END-IF
           END-IF.

           MOVE SPACE TO WS-LETTER-FILENAME.
           STRING "output/dunning-" DELIMITED BY SIZE
                  CLI-M-ID DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-LETTER-FILENAME.
           CALL "conschk" USING CLI-M-ID CLI-M-EMAIL WS-CNS-CHANNEL
               WS-CNS-PURPOSE WS-CNS-CALLER WS-LETTER-FILENAME
               WS-CNS-ALLOWED
           END-CALL.
           IF NOT WS-CNS-ALLOWED-TRUE THEN
               ADD 1 TO WS-SUPPRESSED-CNT
               GO TO 0410-ONE-CLIENT-END
           END-IF.

           COMPUTE WS-PROPOSED-LEVEL = WS-CLI-OLDEST-BKT - 1.
           PERFORM 0500-PICK-LEVEL-BEGIN
              THRU 0500-PICK-LEVEL-END.
           END-PERFORM.

           MOVE WS-PROPOSED-LEVEL TO WS-LETTER-LEVEL.
           MOVE 0 TO WS-PREV-LEVEL.
           IF WS-REG-FOUND-IDX > 0 THEN
               MOVE WS-REG-LEVEL(WS-REG-FOUND-IDX) TO WS-PREV-LEVEL
               IF WS-REG-LEVEL(WS-REG-FOUND-IDX) >= WS-LETTER-LEVEL
                   COMPUTE WS-LETTER-LEVEL =
                       WS-REG-LEVEL(WS-REG-FOUND-IDX) + 1
               END-IF
           END-IF.

      * First letter since a broken plan : it goes out at the level
      * the client stood at when the plan was agreed, not one past
      * it - the plan was the answer to that letter.
           IF WS-PLN-FOUND-IDX > 0 THEN
               IF WS-PLN-STATE-BROKEN(WS-PLN-FOUND-IDX) THEN
                   IF WS-REG-FOUND-IDX EQUAL 0 THEN
                       PERFORM 0510-RESUME-LEVEL-BEGIN
                          THRU 0510-RESUME-LEVEL-END
                   ELSE
                   IF WS-REG-DATE(WS-REG-FOUND-IDX) <
                      WS-PLN-STATE-DATE(WS-PLN-FOUND-IDX) THEN
                       PERFORM 0510-RESUME-LEVEL-BEGIN
                          THRU 0510-RESUME-LEVEL-END
                   END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-LETTER-LEVEL > 3 THEN
               MOVE 3 TO WS-LETTER-LEVEL
           END-IF.
           END-IF.
       0500-PICK-LEVEL-END.

      * The bucket's own level still wins if the debt has aged past
      * the level the plan found.
       0510-RESUME-LEVEL-BEGIN.
           MOVE WS-PROPOSED-LEVEL TO WS-LETTER-LEVEL.
           IF WS-PLN-LEVEL(WS-PLN-FOUND-IDX) > WS-LETTER-LEVEL THEN
               MOVE WS-PLN-LEVEL(WS-PLN-FOUND-IDX) TO WS-LETTER-LEVEL
           END-IF.
       0510-RESUME-LEVEL-END.

       0600-WRITE-LETTER-BEGIN.
           MOVE SPACE TO WS-LETTER-FILENAME.
           STRING "output/dunning-" DELIMITED BY SIZE
           WRITE LETTER-OUT-RCD.
           MOVE SPACE TO LETTER-OUT-RCD.
           WRITE LETTER-OUT-RCD.
           IF WS-CLI-ON-ACCT > 0 THEN
               MOVE WS-CLI-ON-ACCT TO WS-LETTER-ACCT
               MOVE WS-LETTER-ACCT-LINE TO LETTER-OUT-RCD
               WRITE LETTER-OUT-RCD
           END-IF.
           MOVE WS-RUN-DATE TO WS-LETTER-DATE.
           MOVE WS-CLI-OPEN-TOTAL TO WS-LETTER-AMOUNT.
           MOVE WS-LETTER-AMOUNT-LINE TO LETTER-OUT-RCD.
           WRITE LETTER-OUT-RCD.
           CLOSE LETTER-OUTPUT.
           ADD 1 TO WS-LETTERS-WRITTEN.

           OPEN EXTEND DUNNING-HISTORY.
           IF NOT WS-HST-STATUS-OK THEN
               OPEN OUTPUT DUNNING-HISTORY
           END-IF.
           MOVE SPACES TO HST-RCD.
           MOVE CLI-M-ID TO HST-CLI-ID.
           MOVE WS-LETTER-LEVEL TO HST-LEVEL.
           MOVE WS-RUN-DATE TO HST-DATE.
           MOVE WS-PREV-LEVEL TO HST-PREV-LEVEL.
           WRITE HST-RCD.
           CLOSE DUNNING-HISTORY.
       0600-WRITE-LETTER-END.

       0700-REWRITE-REGISTER-BEGIN.
