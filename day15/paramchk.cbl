      * starts asking for gets its row here the same day.
       77 WS-CAT-TBL-SIZE         PIC 9(02) VALUE 0.
       01 WS-CAT-TBL.
           05 WS-CAT OCCURS 80 TIMES.
               10 WS-CAT-KEY      PIC X(20).
               10 WS-CAT-TYPE     PIC X(04).
               10 WS-CAT-LOW      PIC 9(09).
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 9999 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
      * A bad-debt write-off past this total waits for a supervisor.
           MOVE "WRITE-OFF-LIMIT" TO WS-LINE-KEY.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 9999999 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
      * Quarterly credit limit review : how far a raise or cut moves
      * a limit, and how much of it a prompt payer must have used to
      * be offered a raise.
           MOVE "LIMIT-STEP-PCT" TO WS-LINE-KEY.
           MOVE 1 TO WS-NUM-VALUE.
           MOVE 100 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "LIMIT-USE-PCT" TO WS-LINE-KEY.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 999 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "RENEW-DISC-MAX" TO WS-LINE-KEY.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 999 TO WS-CHECK-DATE.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 100 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "QUOTE-LAPSE-DAYS" TO WS-LINE-KEY.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 999 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "QUOTE-VALID-DAYS" TO WS-LINE-KEY.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 999 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "UNSHIPPED-DAYS" TO WS-LINE-KEY.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 999 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "AGR-EXPIRY-DAYS" TO WS-LINE-KEY.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 999 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
      * The house payment terms (what duedate gives a client with no
      * terms code of their own) and the days the cash forecast
      * allows an open claim to settle.
           MOVE "PAYMENT-TERMS-DAYS" TO WS-LINE-KEY.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 999 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "CLAIM-SETTLE-DAYS" TO WS-LINE-KEY.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 999 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
      * Supplier invoices : default terms when the invoice shows no
      * due date, and how far the match lets price and quantity
      * drift from the receipt before it holds the invoice.
           MOVE "SUP-TERMS-DAYS" TO WS-LINE-KEY.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 999 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "MATCH-PRICE-TOL-PCT" TO WS-LINE-KEY.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 100 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "MATCH-QTY-TOL" TO WS-LINE-KEY.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 999 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
      * ORDER or DISPATCH : which date cliaging and dunning age from.
           MOVE "AGING-BASIS" TO WS-LINE-KEY.
           MOVE "TEXT" TO WS-TRIMMED-VALUE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
      * Percent of the quoted price each day of supplier lead time
      * counts for when outofsto compares unranked quotes.
           MOVE "SUP-LEAD-PCT" TO WS-LINE-KEY.
           MOVE "NUM" TO WS-TRIMMED-VALUE.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 100 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
      * Obsolescence provision rates deadstk applies to stock not
      * issued for 90, 180 and 365 days.
           MOVE "DEAD-PROV-90-PCT" TO WS-LINE-KEY.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 100 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "DEAD-PROV-180-PCT" TO WS-LINE-KEY.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 100 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "DEAD-PROV-365-PCT" TO WS-LINE-KEY.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 100 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
      * Largest single claim payment each role authorises alone in
      * clmpay and clmauth.
           MOVE "CLMPAY-LIMIT-ENTRY" TO WS-LINE-KEY.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 9999999 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "CLMPAY-LIMIT-MAINT" TO WS-LINE-KEY.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 9999999 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "CLMPAY-LIMIT-ADMIN" TO WS-LINE-KEY.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 9999999 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
      * The new-claim screen in claims.cbl : days after the policy
      * start, the window and count for repeat claims, and the
      * share of the policy amount that flags a reserve.
           MOVE "CLMSCR-START-DAYS" TO WS-LINE-KEY.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 3650 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "CLMSCR-FREQ-DAYS" TO WS-LINE-KEY.
           MOVE 1 TO WS-NUM-VALUE.
           MOVE 3650 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "CLMSCR-FREQ-COUNT" TO WS-LINE-KEY.
           MOVE 2 TO WS-NUM-VALUE.
           MOVE 99 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "CLMSCR-AMOUNT-PCT" TO WS-LINE-KEY.
           MOVE 1 TO WS-NUM-VALUE.
           MOVE 999 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "BRKREM-COMM-TOL" TO WS-LINE-KEY.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 99999 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "DD-WINDOW-DAYS" TO WS-LINE-KEY.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 60 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "DD-CREDITOR-ID" TO WS-LINE-KEY.
           MOVE "TEXT" TO WS-TRIMMED-VALUE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "NUM" TO WS-TRIMMED-VALUE.
           MOVE "POLQUOTE-VALID-DAYS" TO WS-LINE-KEY.
           MOVE 1 TO WS-NUM-VALUE.
           MOVE 365 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "QUOTE-CLAIM-YEARS" TO WS-LINE-KEY.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 20 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "ABSENCE-FORMAL-COUNT" TO WS-LINE-KEY.
           MOVE 1 TO WS-NUM-VALUE.
           MOVE 99 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "ABSENCE-WINDOW-DAYS" TO WS-LINE-KEY.
           MOVE 1 TO WS-NUM-VALUE.
           MOVE 366 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "RESIT-MIN-GRADE" TO WS-LINE-KEY.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 20 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "RESIT-RULE" TO WS-LINE-KEY.
           MOVE "TEXT" TO WS-TRIMMED-VALUE.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 0 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "FEE-BLOCK-RELEASE" TO WS-LINE-KEY.
           MOVE "TEXT" TO WS-TRIMMED-VALUE.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 0 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "TRAINING-DIR" TO WS-LINE-KEY.
           MOVE "TEXT" TO WS-TRIMMED-VALUE.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 0 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "PIZZA-DELIVERY-MIN" TO WS-LINE-KEY.
           MOVE "NUM" TO WS-TRIMMED-VALUE.
           MOVE 1 TO WS-NUM-VALUE.
           MOVE 240 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
      * REFUSE or MOVE : what perchk does with a posting dated in a
      * closed accounting period.
           MOVE "PERIOD-LOCK-MODE" TO WS-LINE-KEY.
           MOVE "TEXT" TO WS-TRIMMED-VALUE.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 0 TO WS-CHECK-DATE.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
      * CLIENT or GROUP : whether cliaging adds its head office
      * section and credhold holds whole client groups.
           MOVE "AGING-LEVEL" TO WS-LINE-KEY.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "CREDIT-HOLD-LEVEL" TO WS-LINE-KEY.
           PERFORM 0910-ADD-KEY-BEGIN THRU 0910-ADD-KEY-END.
           MOVE "NUM" TO WS-TRIMMED-VALUE.
       0900-SEED-CATALOGUE-END.
