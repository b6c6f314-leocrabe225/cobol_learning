               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.

      * The client master, for each client's payment terms : the
      * interest runs from the due date those terms give.
           SELECT CLIENTS-INPUT
               ASSIGN TO "data/clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.

      * What each client owes net of credit notes and cash on account,
      * kept by balpost and rebuilt nightly by balrecon : no client is
      * charged interest on more than they actually owe.
           SELECT BALANCE-INPUT
               ASSIGN TO "data/clients-balance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

      * One charge per month : the rerun guard, one YYYYMM per row.
           SELECT POSTED-FILE
               ASSIGN TO "data/latefee-posted.txt"
       FILE SECTION.
       FD ORDERS-CLEAN-INPUT.
       01 CLN-RECORD.
           05 CLN-CLI-ID           PIC 9(04).
           05 FILLER               PIC X(01).
           05 CLN-ORD-ID           PIC 9(05).
           05 FILLER               PIC X(01).
           05 CLN-AMT              PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 CLN-DATE             PIC 9(08).
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
           05 FILLER               PIC X(01).
           05 PAY-IN-RCPT-NO       PIC X(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-KIND          PIC X(01).

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
           05 ORD-IN-TYPE          PIC X(01).

       FD CLIENTS-INPUT.
       COPY climast.

       FD BALANCE-INPUT.
       COPY clibal.

       FD POSTED-FILE.
       01 PST-RECORD.
           05 PST-PERIOD           PIC 9(06).
           88 WS-ORD-STATUS-OK                  VALUE "00".
       01 WS-PST-STATUS               PIC X(02).
           88 WS-PST-STATUS-OK                  VALUE "00".
       01 WS-CLI-STATUS               PIC X(02).
           88 WS-CLI-STATUS-OK                  VALUE "00".
       01 WS-BAL-STATUS               PIC X(02).
           88 WS-BAL-STATUS-OK                  VALUE "00".

       77 WS-IDX                      PIC 9(05).
       77 WS-ORD-TBL-SIZE             PIC 9(05) VALUE 0.
       01 WS-ORD-TBL.
           05 WS-ORD OCCURS 99999 TIMES.
               10 WS-ORD-CLI-ID       PIC 9(04).
               10 WS-ORD-ID           PIC 9(05).
               10 WS-ORD-AMT          PIC 9(07)V99.
               10 WS-ORD-DATE         PIC 9(08).
               10 WS-ORD-PAID         PIC 9(08)V99.
               10 WS-ORD-TYPE         PIC X(01).

       01 WS-OVERDUE-TBL.
           05 WS-OVERDUE              PIC S9(09)V99 OCCURS 9999 TIMES.
       77 WS-CLI-IDX                  PIC 9(05).

      * Balance due by client ID, off the balance file when there is
      * one; without it the overdue orders are charged as they stand.
      * WS-BAL-PRESENT marks the clients with a row : one first
      * posted since balrecon last ran has none yet, and keeps the
      * figure worked out here instead of reading as zero.
       01 WS-BAL-OPEN-TBL.
           05 WS-BAL-ROW OCCURS 9999 TIMES.
               10 WS-BAL-OPEN         PIC S9(09)V99.
               10 WS-BAL-PRESENT      PIC X(01).

      * Payment terms by client ID; a client missing from the master
      * keeps blank terms, which duedate reads as the house terms.
       01 WS-TERMS-TBL.
           05 WS-CLI-TERMS            PIC X(04) OCCURS 9999 TIMES.
       77 WS-DUE-DATE                 PIC 9(08).
       77 WS-TRM-LABEL                PIC X(30).
       77 WS-TRM-KNOWN                PIC 9(01).

      * Instalment plans as planchk judges them today : no interest
      * while a client keeps to a running plan.
       COPY plntbl REPLACING ==:PREFIX:== BY ==WS==.
       77 WS-PLN-IDX                  PIC 9(03).
       77 WS-ON-PLAN                  PIC 9(01).
           88 WS-ON-PLAN-TRUE                   VALUE 1.
           88 WS-ON-PLAN-FALSE                  VALUE 0.
       77 WS-ON-PLAN-CNT              PIC 9(04) VALUE 0.

       77 WS-RUN-DATE                 PIC 9(08).
       77 WS-RUN-PERIOD               PIC 9(06).
      * The date the debit notes carry : the run date, unless perchk
      * moves it on out of a closed month. Ageing still counts from
      * the run date itself.
       77 WS-POST-DATE                PIC 9(08).
       77 WS-PER-PROGRAM              PIC X(08) VALUE "latefee".
       77 WS-PER-RESULT               PIC 9(01).
           88 WS-PER-OPEN                       VALUE 0.
           88 WS-PER-MOVED                      VALUE 1.
           88 WS-PER-REFUSED                    VALUE 2.
       77 WS-RUN-INTEGER              PIC S9(09) COMP-5.
       77 WS-AGE-DAYS                 PIC S9(05) COMP-5.
       77 WS-OPEN-AMT                 PIC S9(08)V99.
       77 WS-INTEREST                 PIC 9(07)V99.
       77 WS-INTEREST-PCT             PIC 9(02)V99 VALUE 1.
       77 WS-NEXT-ORD-ID              PIC 9(05) VALUE 0.
       77 WS-NOTES-WRITTEN            PIC 9(04) VALUE 0.
       77 WS-ALREADY-POSTED           PIC 9(01) VALUE 0.
       77 WS-AMT-SHOWN                PIC Z,ZZZ,ZZ9.99.
           88 WS-ALREADY-POSTED-TRUE            VALUE 1.
           88 WS-ALREADY-POSTED-FALSE           VALUE 0.

       77 WS-POST-OK                  PIC 9(01).
           88 WS-POST-OK-TRUE                   VALUE 1.
           88 WS-POST-OK-FALSE                  VALUE 0.
      * Each charge is posted to the client balance file.
       77 WS-BAL-TXN                  PIC X(01) VALUE "B".

       01 WS-PARAM-KEY            PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           MOVE WS-RUN-DATE TO WS-POST-DATE.
           CALL "perchk" USING WS-PER-PROGRAM WS-POST-DATE
               WS-PER-RESULT
           END-CALL.
           IF WS-PER-REFUSED THEN
               DISPLAY "Today is in a closed accounting period - no "
                   "interest posted."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-PER-MOVED THEN
               DISPLAY "*** WARNING *** today's period is closed - "
                   "debit notes dated " WS-POST-DATE " instead."
           END-IF.

           MOVE "LATE-INTEREST-PCT" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           PERFORM 0200-LOAD-BOOK-BEGIN
              THRU 0200-LOAD-BOOK-END.

           PERFORM 0250-LOAD-BALANCES-BEGIN
              THRU 0250-LOAD-BALANCES-END.

           CALL "planchk" USING WS-RUN-DATE WS-PLN-TBL
           END-CALL.

           PERFORM 0300-POST-NOTES-BEGIN
              THRU 0300-POST-NOTES-END.

           DISPLAY WS-NOTES-WRITTEN " debit note(s) appended at "
               WS-INTEREST-PCT "% on balances over 30 days past due.".
           IF WS-ON-PLAN-CNT > 0 THEN
               DISPLAY WS-ON-PLAN-CNT " client(s) spared by a running "
                   "instalment plan."
           END-IF.
           GOBACK.

       0100-CHECK-POSTED-BEGIN.
       0100-CHECK-POSTED-END.

      * The same aging math cliaging applies, kept to what is open
      * more than 30 days past its due date. Existing debit notes do
      * not compound : only ordinary orders and carry-forwards
      * accrue.
       0200-LOAD-BOOK-BEGIN.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > 9999
               MOVE 0 TO WS-OVERDUE(WS-CLI-IDX)
               MOVE SPACE TO WS-CLI-TERMS(WS-CLI-IDX)
           END-PERFORM.

           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLIENTS-INPUT.
           IF WS-CLI-STATUS-OK THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ CLIENTS-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           IF CLI-M-ID > 0 THEN
                               MOVE CLI-M-TERMS
                                   TO WS-CLI-TERMS(CLI-M-ID)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTS-INPUT
           END-IF.

           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDERS-CLEAN-INPUT.
           IF NOT WS-CLN-STATUS-OK THEN
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-ORD-TBL-SIZE < 99999 THEN
                           ADD 1 TO WS-ORD-TBL-SIZE
                           MOVE CLN-CLI-ID
                               TO WS-ORD-CLI-ID(WS-ORD-TBL-SIZE)
                   COMPUTE WS-OPEN-AMT = WS-ORD-AMT(WS-IDX)
                       - WS-ORD-PAID(WS-IDX)
                   IF WS-OPEN-AMT > 0 THEN
                       CALL "duedate" USING
                           WS-CLI-TERMS(WS-ORD-CLI-ID(WS-IDX))
                           WS-ORD-DATE(WS-IDX) WS-DUE-DATE
                           WS-TRM-LABEL WS-TRM-KNOWN
                       END-CALL
                       COMPUTE WS-AGE-DAYS = WS-RUN-INTEGER
                           - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
                       IF WS-AGE-DAYS > 30 THEN
                           ADD WS-OPEN-AMT TO
                               WS-OVERDUE(WS-ORD-CLI-ID(WS-IDX))
                       END-IF
           ADD 1 TO WS-NEXT-ORD-ID.
       0200-LOAD-BOOK-END.

       0250-LOAD-BALANCES-BEGIN.
           INITIALIZE WS-BAL-OPEN-TBL.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT BALANCE-INPUT.
           IF NOT WS-BAL-STATUS-OK THEN
               DISPLAY "No data/clients-balance.txt - interest is "
                   "charged on the overdue orders as they stand."
               GO TO 0250-LOAD-BALANCES-END
           END-IF.
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
      * A credit note or cash on account not yet set against the late
      * orders still lowers what the client owes : the overdue figure
      * is held to the balance.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > 9999
               IF WS-BAL-PRESENT(WS-CLI-IDX) EQUAL "Y" AND
                  WS-OVERDUE(WS-CLI-IDX) > WS-BAL-OPEN(WS-CLI-IDX)
                  THEN
                   IF WS-BAL-OPEN(WS-CLI-IDX) > 0 THEN
                       MOVE WS-BAL-OPEN(WS-CLI-IDX)
                           TO WS-OVERDUE(WS-CLI-IDX)
                   ELSE
                       MOVE 0 TO WS-OVERDUE(WS-CLI-IDX)
                   END-IF
               END-IF
           END-PERFORM.
       0250-LOAD-BALANCES-END.

       0300-POST-NOTES-BEGIN.
           OPEN EXTEND ORDERS-FILE.
           IF NOT WS-ORD-STATUS-OK THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > 9999
               IF WS-OVERDUE(WS-CLI-IDX) > 0 THEN
                   PERFORM 0320-CHECK-PLAN-BEGIN
                      THRU 0320-CHECK-PLAN-END
               END-IF
               IF WS-OVERDUE(WS-CLI-IDX) > 0 AND WS-ON-PLAN-FALSE
                  THEN
                   COMPUTE WS-INTEREST ROUNDED =
                       WS-OVERDUE(WS-CLI-IDX)
                       * WS-INTEREST-PCT / 100
       0310-ONE-NOTE-BEGIN.
           MOVE "ORDER" TO WS-SEQ-NAME.
           COMPUTE WS-SEQ-FALLBACK = WS-NEXT-ORD-ID - 1.
           MOVE 99999 TO WS-SEQ-CEILING.
           CALL "getseq" USING WS-SEQ-NAME WS-SEQ-FALLBACK
               WS-SEQ-CEILING WS-SEQ-NEXT
           END-CALL.
           MOVE WS-CLI-IDX TO ORD-IN-CLI-ID.
           MOVE WS-NEXT-ORD-ID TO ORD-IN-ID.
           MOVE WS-INTEREST TO ORD-IN-AMT.
           MOVE WS-POST-DATE TO ORD-IN-DATE.
           MOVE "D" TO ORD-IN-TYPE.
           WRITE ORD-IN-RECORD.
      * The same image goes through the key into the indexed master
      * ordmast.cbl maintains.
           CALL "ordpost" USING ORD-IN-RECORD WS-POST-OK
           END-CALL.
           CALL "balpost" USING ORD-IN-CLI-ID WS-BAL-TXN ORD-IN-AMT
               ORD-IN-DATE
           END-CALL.
           ADD 1 TO WS-NEXT-ORD-ID.
           ADD 1 TO WS-NOTES-WRITTEN.
           MOVE WS-INTEREST TO WS-AMT-SHOWN.
           DISPLAY "Client " ORD-IN-CLI-ID " charged " WS-AMT-SHOWN
               " interest as debit note " ORD-IN-ID ".".
       0310-ONE-NOTE-END.

      * The client's latest plan decides; a broken, kept or cancelled
      * plan charges as if there had been none.
       0320-CHECK-PLAN-BEGIN.
           SET WS-ON-PLAN-FALSE TO TRUE.
           PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
                   UNTIL WS-PLN-IDX > WS-PLN-CNT
               IF WS-PLN-CLI-ID(WS-PLN-IDX) EQUAL WS-CLI-IDX THEN
                   IF WS-PLN-STATE-RUNNING(WS-PLN-IDX) THEN
                       SET WS-ON-PLAN-TRUE TO TRUE
                   ELSE
                       SET WS-ON-PLAN-FALSE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ON-PLAN-TRUE THEN
               ADD 1 TO WS-ON-PLAN-CNT
           END-IF.
       0320-CHECK-PLAN-END.
