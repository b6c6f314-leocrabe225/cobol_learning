       IDENTIFICATION DIVISION.
       PROGRAM-ID. balpost.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Called by every program that writes an order, a credit note,
      * a payment or a write-off, right after the row is written, so
      * the client's totals move with it. A posting that cannot get
      * here (file locked, program abended between the two writes)
      * is put right by balrecon that night and shows on its report.
           SELECT BALANCE-FILE
               ASSIGN TO "data/clients-balance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-FILE.
       COPY clibal.

       WORKING-STORAGE SECTION.
       01 WS-BAL-STATUS           PIC X(02).
           88 WS-BAL-STATUS-OK              VALUE "00".
       01 WS-EOF                  PIC 9(01).
           88 WS-EOF-TRUE                   VALUE 1.
           88 WS-EOF-FALSE                  VALUE 0.

      * Indexed by client ID, so a client's row is found without a
      * search and the file goes back out in ID order.
       01 WS-BAL-TBL.
           05 WS-BAL OCCURS 9999 TIMES.
               10 WS-BAL-USED     PIC X(01).
               10 WS-BAL-BILLED   PIC S9(09)V99.
               10 WS-BAL-CREDITED PIC S9(09)V99.
               10 WS-BAL-PAID     PIC S9(09)V99.
               10 WS-BAL-OLDEST   PIC 9(08).
               10 WS-BAL-LAST     PIC 9(08).
       77 WS-IDX                  PIC 9(05).
       77 WS-OPEN-AMT             PIC S9(09)V99.

       77 WS-LOCK-NAME            PIC X(10) VALUE "clibal".
       77 WS-LOCK-ACTION          PIC X(05).
       77 WS-LOCK-OK              PIC 9(01).
           88 WS-LOCK-OK-TRUE               VALUE 1.
           88 WS-LOCK-OK-FALSE              VALUE 0.

       LINKAGE SECTION.
       01 LK-CLI-ID               PIC 9(04).
      * "B" billed (order, brought-forward, late charge), "C" credited
      * (credit note), "W" written off, "P" paid, "R" a payment
      * reversed. Cash on account applied to an order is not posted
      * here at all : it was counted as paid when it came in.
       01 LK-TXN-CODE             PIC X(01).
           88 LK-TXN-BILLED                 VALUE "B".
           88 LK-TXN-CREDITED               VALUE "C" "W".
           88 LK-TXN-PAID                   VALUE "P".
           88 LK-TXN-REVERSED               VALUE "R".
       01 LK-AMOUNT               PIC 9(07)V99.
       01 LK-DATE                 PIC 9(08).

       PROCEDURE DIVISION USING
                                LK-CLI-ID,
                                LK-TXN-CODE,
                                LK-AMOUNT,
                                LK-DATE.
           IF LK-CLI-ID EQUAL 0 THEN
               EXIT PROGRAM
           END-IF.
      * Read, update and rewrite under one lock, as getseq does : two
      * sessions posting at once must not each rewrite the file from
      * their own copy and lose the other's posting.
           MOVE "GET" TO WS-LOCK-ACTION.
           CALL "getlock" USING
               WS-LOCK-NAME WS-LOCK-ACTION WS-LOCK-OK
           END-CALL.
           IF WS-LOCK-OK-FALSE THEN
               DISPLAY "*** balpost : balance file is locked - client "
                   LK-CLI-ID " left for the nightly rebuild ***"
               EXIT PROGRAM
           END-IF.

           PERFORM 0100-LOAD-BALANCES-BEGIN
              THRU 0100-LOAD-BALANCES-END.
           IF NOT WS-BAL-STATUS-OK THEN
               DISPLAY "*** balpost : no data/clients-balance.txt yet "
                   "- client " LK-CLI-ID " left for the nightly "
                   "rebuild ***"
               MOVE "FREE" TO WS-LOCK-ACTION
               CALL "getlock" USING
                   WS-LOCK-NAME WS-LOCK-ACTION WS-LOCK-OK
               END-CALL
               EXIT PROGRAM
           END-IF.
           PERFORM 0200-APPLY-BEGIN
              THRU 0200-APPLY-END.
           PERFORM 0300-REWRITE-BEGIN
              THRU 0300-REWRITE-END.

           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING
               WS-LOCK-NAME WS-LOCK-ACTION WS-LOCK-OK
           END-CALL.
           EXIT PROGRAM.

      * Working storage survives repeat CALLs, so the table is
      * reloaded every time. No file yet means balrecon has never
      * run : the posting is not applied, since a file started from
      * one posting would show every other client owing nothing.
       0100-LOAD-BALANCES-BEGIN.
           INITIALIZE WS-BAL-TBL.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT BALANCE-FILE.
           IF NOT WS-BAL-STATUS-OK THEN
               GO TO 0100-LOAD-BALANCES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ BALANCE-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF BAL-CLI-ID IS NUMERIC AND
                          BAL-CLI-ID > 0 THEN
                           MOVE BAL-CLI-ID TO WS-IDX
                           MOVE "Y" TO WS-BAL-USED(WS-IDX)
                           MOVE BAL-BILLED TO WS-BAL-BILLED(WS-IDX)
                           MOVE BAL-CREDITED
                               TO WS-BAL-CREDITED(WS-IDX)
                           MOVE BAL-PAID TO WS-BAL-PAID(WS-IDX)
                           MOVE BAL-OLDEST-OPEN
                               TO WS-BAL-OLDEST(WS-IDX)
                           MOVE BAL-LAST-ACTIVITY
                               TO WS-BAL-LAST(WS-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BALANCE-FILE.
       0100-LOAD-BALANCES-END.

      * The oldest open date only moves forward when the balance is
      * cleared outright : which order a part payment settled is
      * matching work for balrecon, not for every posting.
       0200-APPLY-BEGIN.
           MOVE LK-CLI-ID TO WS-IDX.
           MOVE "Y" TO WS-BAL-USED(WS-IDX).
           EVALUATE TRUE
               WHEN LK-TXN-BILLED
                   ADD LK-AMOUNT TO WS-BAL-BILLED(WS-IDX)
                   IF WS-BAL-OLDEST(WS-IDX) EQUAL 0 OR
                      LK-DATE < WS-BAL-OLDEST(WS-IDX) THEN
                       MOVE LK-DATE TO WS-BAL-OLDEST(WS-IDX)
                   END-IF
               WHEN LK-TXN-CREDITED
                   ADD LK-AMOUNT TO WS-BAL-CREDITED(WS-IDX)
               WHEN LK-TXN-PAID
                   ADD LK-AMOUNT TO WS-BAL-PAID(WS-IDX)
               WHEN LK-TXN-REVERSED
                   SUBTRACT LK-AMOUNT FROM WS-BAL-PAID(WS-IDX)
               WHEN OTHER
                   DISPLAY "*** balpost : unknown posting code "
                       LK-TXN-CODE " for client " LK-CLI-ID " ***"
           END-EVALUATE.
           COMPUTE WS-OPEN-AMT = WS-BAL-BILLED(WS-IDX)
               - WS-BAL-CREDITED(WS-IDX) - WS-BAL-PAID(WS-IDX).
           IF WS-OPEN-AMT NOT > 0 THEN
               MOVE 0 TO WS-BAL-OLDEST(WS-IDX)
           END-IF.
           IF LK-DATE > WS-BAL-LAST(WS-IDX) THEN
               MOVE LK-DATE TO WS-BAL-LAST(WS-IDX)
           END-IF.
       0200-APPLY-END.

       0300-REWRITE-BEGIN.
           OPEN OUTPUT BALANCE-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 9999
               IF WS-BAL-USED(WS-IDX) EQUAL "Y" THEN
                   PERFORM 0310-WRITE-ROW-BEGIN
                      THRU 0310-WRITE-ROW-END
               END-IF
           END-PERFORM.
           CLOSE BALANCE-FILE.
       0300-REWRITE-END.

       0310-WRITE-ROW-BEGIN.
           MOVE SPACES TO BAL-RECORD.
           MOVE WS-IDX TO BAL-CLI-ID.
           MOVE WS-BAL-BILLED(WS-IDX) TO BAL-BILLED.
           MOVE WS-BAL-CREDITED(WS-IDX) TO BAL-CREDITED.
           MOVE WS-BAL-PAID(WS-IDX) TO BAL-PAID.
           COMPUTE WS-OPEN-AMT = WS-BAL-BILLED(WS-IDX)
               - WS-BAL-CREDITED(WS-IDX) - WS-BAL-PAID(WS-IDX).
           IF WS-OPEN-AMT < 0 THEN
               SET BAL-OPEN-CREDIT TO TRUE
               COMPUTE BAL-OPEN = 0 - WS-OPEN-AMT
           ELSE
               SET BAL-OPEN-DEBIT TO TRUE
               MOVE WS-OPEN-AMT TO BAL-OPEN
           END-IF.
           MOVE WS-BAL-OLDEST(WS-IDX) TO BAL-OLDEST-OPEN.
           MOVE WS-BAL-LAST(WS-IDX) TO BAL-LAST-ACTIVITY.
           WRITE BAL-RECORD.
       0310-WRITE-ROW-END.
