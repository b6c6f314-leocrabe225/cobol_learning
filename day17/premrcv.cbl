       77 WS-USER-INPUT                         PIC X(01).
       77 WS-RECEIPTS-ADDED                     PIC 9(03) VALUE 0.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
      * perchk's verdict on the receipt date : its month may still be
      * open, closed (refused), or closed with the date moved on to
      * the next open month.
       77 WS-PER-PROGRAM                        PIC X(08)
                                                VALUE "premrcv".
       77 WS-PER-RESULT                         PIC 9(01).
           88 WS-PER-OPEN                                VALUE 0.
           88 WS-PER-MOVED                               VALUE 1.
           88 WS-PER-REFUSED                             VALUE 2.

       PROCEDURE DIVISION.
           PERFORM 0100-LOAD-REGISTER-BEGIN

           CALL "datechk" USING WS-ENTRY-DATE WS-RETURN-VALUE
           END-CALL.
           SET WS-PER-OPEN TO TRUE.
           IF WS-RETURN-OK THEN
               CALL "perchk" USING WS-PER-PROGRAM WS-ENTRY-DATE
                   WS-PER-RESULT
               END-CALL
               IF WS-PER-MOVED THEN
                   DISPLAY "*** WARNING *** that period is closed - "
                       "dated " WS-ENTRY-DATE " instead."
               END-IF
           END-IF.
           IF NOT WS-RETURN-OK THEN
               DISPLAY "Not a possible date - receipt refused."
           ELSE
           IF WS-PER-REFUSED THEN
               DISPLAY "That date is in a closed accounting period - "
                   "receipt refused."
           ELSE
           IF WS-ENTRY-AMOUNT EQUAL 0 THEN
               DISPLAY "Amount of zero - receipt refused."
           ELSE
               ADD 1 TO WS-RECEIPTS-ADDED
               DISPLAY "Receipt written."
           END-IF
           END-IF
           END-IF.
       0210-CAPTURE-RECEIPT-END.
