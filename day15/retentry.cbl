       IDENTIFICATION DIVISION.
       PROGRAM-ID. retentry.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The original order : it must exist and be a real order, not
      * a credit note, and it names the client being credited.
      * Credit notes raised here are appended to it the way ordentry
      * appends them.
           SELECT ORDERS-FILE
               ASSIGN TO "data/num-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.

      * What was actually sold on the order : the ceiling for any
      * return, and the unit price it is credited at.
           SELECT ORDER-LINES-INPUT
               ASSIGN TO "data/lignes-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIN-STATUS.

      * Every return already taken, so the same books cannot be
      * credited twice.
           SELECT RETURNS-FILE
               ASSIGN TO "data/retours.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

      * The books go back on the shelf as a dated "T" row, folded
      * into the on-hand by stockpos.cbl like any other movement.
           SELECT MOVEMENTS-FILE
               ASSIGN TO "data/mouvements-stock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

      * Credit notes past the approval threshold queue here for
      * crnrevw.cbl, exactly as ordentry queues a keyed one.
           SELECT CREDIT-PENDING-FILE
               ASSIGN TO "data/credit-pending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRP-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
      * Space or "O" is an ordinary order; "C" is a credit note.
           05 ORD-IN-TYPE          PIC X(01).

       FD ORDER-LINES-INPUT.
       01 LIN-RECORD.
           05 LIN-ORD-ID           PIC 9(05).
           05 FILLER               PIC X(01).
           05 LIN-ITEM-NAME        PIC X(10).
           05 FILLER               PIC X(01).
           05 LIN-QTY              PIC 9(03).
           05 FILLER               PIC X(01).
           05 LIN-UNIT-PRICE       PIC 9(04).

       FD RETURNS-FILE.
       COPY retrcd.

       FD MOVEMENTS-FILE.
       COPY mvtrcd REPLACING ==:TAG:== BY ==MVT==.

       FD CREDIT-PENDING-FILE.
       01 CRP-RECORD               PIC X(31).

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-ORD-STATUS               PIC X(02).
           88 WS-ORD-STATUS-OK                  VALUE "00".
       01 WS-LIN-STATUS               PIC X(02).
           88 WS-LIN-STATUS-OK                  VALUE "00".
       01 WS-RET-STATUS               PIC X(02).
           88 WS-RET-STATUS-OK                  VALUE "00".
       01 WS-MVT-STATUS               PIC X(02).
           88 WS-MVT-STATUS-OK                  VALUE "00".
       01 WS-CRP-STATUS               PIC X(02).
           88 WS-CRP-STATUS-OK                  VALUE "00".

       77 WS-USER-INPUT               PIC X(01).
       77 WS-ENTRY-ORD-ID             PIC 9(05).
       77 WS-ENTRY-ITEM               PIC X(10).
       77 WS-ENTRY-QTY                PIC 9(03).
       77 WS-ENTRY-REASON             PIC X(01).
       77 WS-ENTRY-DATE               PIC 9(08).
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
      * perchk's verdict on the return date : its month may still be
      * open, closed (refused), or closed with the date moved on to
      * the next open month.
       77 WS-PER-PROGRAM              PIC X(08) VALUE "retentry".
       77 WS-PER-RESULT               PIC 9(01).
           88 WS-PER-OPEN                       VALUE 0.
           88 WS-PER-MOVED                      VALUE 1.
           88 WS-PER-REFUSED                    VALUE 2.

      * What the order scan found : its client and date, and the
      * highest order ID on file to seed getseq on a first run.
       77 WS-ORD-FOUND                PIC 9(01).
           88 WS-ORD-FOUND-TRUE                 VALUE 1.
           88 WS-ORD-FOUND-FALSE                VALUE 0.
       77 WS-ORD-IS-CREDIT            PIC 9(01).
           88 WS-ORD-IS-CREDIT-TRUE             VALUE 1.
           88 WS-ORD-IS-CREDIT-FALSE            VALUE 0.
       77 WS-ORD-CLI-ID               PIC 9(04).
       77 WS-ORD-DATE                 PIC 9(08).
       77 WS-LAST-ORD-ID              PIC 9(05).

       77 WS-SOLD-QTY                 PIC 9(05).
       77 WS-SOLD-PRICE               PIC 9(04).
       77 WS-RETURNED-QTY             PIC 9(05).
       77 WS-RETURNABLE-QTY           PIC 9(05).
       77 WS-LAST-RET-NO              PIC 9(05).
       77 WS-RETURN-AMT               PIC 9(07).

       77 WS-CREDIT-LIMIT-C           PIC 9(04) VALUE 500.
       01 WS-PARAM-KEY                PIC X(20).
       01 WS-PARAM-VALUE              PIC X(20).
       01 WS-PARAM-FOUND              PIC 9(01).
           88 WS-PARAM-FOUND-TRUE               VALUE 1.
           88 WS-PARAM-FOUND-FALSE              VALUE 0.

       77 WS-SEQ-NAME                 PIC X(08).
       77 WS-SEQ-FALLBACK             PIC 9(09).
       77 WS-SEQ-CEILING              PIC 9(09).
       77 WS-SEQ-NEXT                 PIC 9(09).
       77 WS-RET-NO                   PIC 9(05).
       77 WS-CRN-ID                   PIC 9(05).
       77 WS-CRN-STATE                PIC X(01).
       77 WS-POST-OK                  PIC 9(01).
           88 WS-POST-OK-TRUE                   VALUE 1.
           88 WS-POST-OK-FALSE                  VALUE 0.
      * Each credit note is posted to the client balance file.
       77 WS-BAL-TXN                  PIC X(01) VALUE "C".

       01 WS-MVT-REF-BUILD.
           05 FILLER                  PIC X(04) VALUE "RMA-".
           05 WS-REF-RET-NO           PIC 9(05).
           05 FILLER                  PIC X(01) VALUE SPACE.

       77 WS-RETURNS-ADDED            PIC 9(03) VALUE 0.
       77 WS-CREDITS-QUEUED           PIC 9(03) VALUE 0.

       77 WS-AUTH-PROGRAM             PIC X(08).
       77 WS-AUTH-NEEDED              PIC 9(01).
       77 WS-AUTH-OK                  PIC 9(01).
           88 WS-AUTH-OK-TRUE                   VALUE 1.
           88 WS-AUTH-OK-FALSE                  VALUE 0.
       77 WS-AUTH-OPERATOR            PIC X(08).
       77 WS-AUTH-ROLE                PIC X(10).

       PROCEDURE DIVISION.
      * A return moves stock and money : entry level or above only.
           MOVE "retentry" TO WS-AUTH-PROGRAM.
           MOVE 2 TO WS-AUTH-NEEDED.
           CALL "chkauth" USING WS-AUTH-PROGRAM WS-AUTH-NEEDED
               WS-AUTH-OK WS-AUTH-OPERATOR WS-AUTH-ROLE
           END-CALL.
           IF WS-AUTH-OK-FALSE THEN
               DISPLAY "Operator " WS-AUTH-OPERATOR " holds role "
                   WS-AUTH-ROLE " - retentry needs entry. Refused "
                   "and logged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "CREDIT-NOTE-LIMIT" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                   TO WS-CREDIT-LIMIT-C
           END-IF.

           MOVE "Y" TO WS-USER-INPUT.
           PERFORM 0100-ENTER-RETURN-BEGIN
              THRU 0100-ENTER-RETURN-END
              UNTIL WS-USER-INPUT NOT EQUAL "Y".

           DISPLAY WS-RETURNS-ADDED " return(s) appended to "
               "data/retours.txt, " WS-CREDITS-QUEUED " credit "
               "note(s) waiting for approval.".
           GOBACK.

       0100-ENTER-RETURN-BEGIN.
           PERFORM 0200-CAPTURE-RETURN-BEGIN
              THRU 0200-CAPTURE-RETURN-END.
           DISPLAY "Enter another return (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-USER-INPUT.
       0100-ENTER-RETURN-END.

      * A return is held against the order line it came off : the
      * quantity can never pass what was sold on that order less
      * what has already come back.
       0200-CAPTURE-RETURN-BEGIN.
           DISPLAY "Original order ID : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-ORD-ID.
           PERFORM 0300-FIND-ORDER-BEGIN
              THRU 0300-FIND-ORDER-END.
           IF WS-ORD-FOUND-FALSE THEN
               DISPLAY "No order " WS-ENTRY-ORD-ID " in "
                   "data/num-commandes.txt - return refused."
               GO TO 0200-CAPTURE-RETURN-END
           END-IF.
           IF WS-ORD-IS-CREDIT-TRUE THEN
               DISPLAY WS-ENTRY-ORD-ID " is a credit note, not an "
                   "order - return refused."
               GO TO 0200-CAPTURE-RETURN-END
           END-IF.

           DISPLAY "Item name as on the order : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-ITEM.
           PERFORM 0310-SOLD-QTY-BEGIN
              THRU 0310-SOLD-QTY-END.
           IF WS-SOLD-QTY EQUAL 0 THEN
               DISPLAY WS-ENTRY-ITEM " was not sold on order "
                   WS-ENTRY-ORD-ID " - return refused."
               GO TO 0200-CAPTURE-RETURN-END
           END-IF.
           PERFORM 0320-RETURNED-QTY-BEGIN
              THRU 0320-RETURNED-QTY-END.
           IF WS-RETURNED-QTY >= WS-SOLD-QTY THEN
               DISPLAY "All " WS-SOLD-QTY " sold on order "
                   WS-ENTRY-ORD-ID " already came back - return "
                   "refused."
               GO TO 0200-CAPTURE-RETURN-END
           END-IF.
           COMPUTE WS-RETURNABLE-QTY = WS-SOLD-QTY - WS-RETURNED-QTY.
           DISPLAY "Sold " WS-SOLD-QTY " at " WS-SOLD-PRICE
               ", already returned " WS-RETURNED-QTY ", returnable "
               WS-RETURNABLE-QTY ".".

           DISPLAY "Quantity returned : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-QTY.
           IF WS-ENTRY-QTY EQUAL 0 OR
              WS-ENTRY-QTY > WS-RETURNABLE-QTY THEN
               DISPLAY "Quantity must be 1 to " WS-RETURNABLE-QTY
                   " - return refused."
               GO TO 0200-CAPTURE-RETURN-END
           END-IF.

           DISPLAY "Reason (D=damaged, W=wrong item, U=unwanted) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-REASON.
           MOVE WS-ENTRY-REASON TO RET-REASON.
           IF NOT RET-REASON-VALID THEN
               DISPLAY "Not a reason code - return refused."
               GO TO 0200-CAPTURE-RETURN-END
           END-IF.

           DISPLAY "Return date (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-DATE.
           CALL "datechk" USING WS-ENTRY-DATE WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK OR WS-ENTRY-DATE < WS-ORD-DATE THEN
               DISPLAY "Return date must be a real date on or after "
                   "the order date " WS-ORD-DATE " - return refused."
               GO TO 0200-CAPTURE-RETURN-END
           END-IF.
      * The credit note, the stock movement and the return row all
      * carry this date, so a closed month stops all three.
           CALL "perchk" USING WS-PER-PROGRAM WS-ENTRY-DATE
               WS-PER-RESULT
           END-CALL.
           IF WS-PER-REFUSED THEN
               DISPLAY "That date is in a closed accounting period - "
                   "return refused."
               GO TO 0200-CAPTURE-RETURN-END
           END-IF.
           IF WS-PER-MOVED THEN
               DISPLAY "*** WARNING *** that period is closed - "
                   "dated " WS-ENTRY-DATE " instead."
           END-IF.

           COMPUTE WS-RETURN-AMT = WS-ENTRY-QTY * WS-SOLD-PRICE.

           PERFORM 0400-RAISE-CREDIT-BEGIN
              THRU 0400-RAISE-CREDIT-END.
           IF WS-CRN-ID EQUAL 0 THEN
               GO TO 0200-CAPTURE-RETURN-END
           END-IF.
           PERFORM 0500-WRITE-RETURN-BEGIN
              THRU 0500-WRITE-RETURN-END.
       0200-CAPTURE-RETURN-END.

       0300-FIND-ORDER-BEGIN.
           SET WS-ORD-FOUND-FALSE TO TRUE.
           SET WS-ORD-IS-CREDIT-FALSE TO TRUE.
           MOVE 0 TO WS-LAST-ORD-ID.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDERS-FILE.
           IF NOT WS-ORD-STATUS-OK THEN
               GO TO 0300-FIND-ORDER-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ ORDERS-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF ORD-IN-ID > WS-LAST-ORD-ID THEN
                           MOVE ORD-IN-ID TO WS-LAST-ORD-ID
                       END-IF
                       IF ORD-IN-ID EQUAL WS-ENTRY-ORD-ID THEN
                           SET WS-ORD-FOUND-TRUE TO TRUE
                           MOVE ORD-IN-CLI-ID TO WS-ORD-CLI-ID
                           MOVE ORD-IN-DATE   TO WS-ORD-DATE
                           IF ORD-IN-TYPE EQUAL "C" THEN
                               SET WS-ORD-IS-CREDIT-TRUE TO TRUE
                           ELSE
                               SET WS-ORD-IS-CREDIT-FALSE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDERS-FILE.
       0300-FIND-ORDER-END.

      * Two lines for the same item on one order add together; the
      * credit is at the first line's unit price.
       0310-SOLD-QTY-BEGIN.
           MOVE 0 TO WS-SOLD-QTY.
           MOVE 0 TO WS-SOLD-PRICE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDER-LINES-INPUT.
           IF NOT WS-LIN-STATUS-OK THEN
               GO TO 0310-SOLD-QTY-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ ORDER-LINES-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF LIN-ORD-ID EQUAL WS-ENTRY-ORD-ID AND
                          LIN-ITEM-NAME EQUAL WS-ENTRY-ITEM THEN
                           IF WS-SOLD-QTY EQUAL 0 THEN
                               MOVE LIN-UNIT-PRICE TO WS-SOLD-PRICE
                           END-IF
                           ADD LIN-QTY TO WS-SOLD-QTY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDER-LINES-INPUT.
       0310-SOLD-QTY-END.

       0320-RETURNED-QTY-BEGIN.
           MOVE 0 TO WS-RETURNED-QTY.
           MOVE 0 TO WS-LAST-RET-NO.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT RETURNS-FILE.
           IF NOT WS-RET-STATUS-OK THEN
               GO TO 0320-RETURNED-QTY-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ RETURNS-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF RET-NO > WS-LAST-RET-NO THEN
                           MOVE RET-NO TO WS-LAST-RET-NO
                       END-IF
                       IF RET-ORD-ID EQUAL WS-ENTRY-ORD-ID AND
                          RET-ITEM-NAME EQUAL WS-ENTRY-ITEM THEN
                           ADD RET-QTY TO WS-RETURNED-QTY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETURNS-FILE.
       0320-RETURNED-QTY-END.

      * The credit note takes an order ID from getseq like any keyed
      * one; over CREDIT-NOTE-LIMIT it waits in the approval queue
      * instead of landing in the order file.
       0400-RAISE-CREDIT-BEGIN.
           MOVE 0 TO WS-CRN-ID.
           MOVE "ORDER" TO WS-SEQ-NAME.
           MOVE WS-LAST-ORD-ID TO WS-SEQ-FALLBACK.
           MOVE 99999 TO WS-SEQ-CEILING.
           CALL "getseq" USING WS-SEQ-NAME WS-SEQ-FALLBACK
               WS-SEQ-CEILING WS-SEQ-NEXT
           END-CALL.
           IF WS-SEQ-NEXT EQUAL 0 THEN
               DISPLAY "No order ID could be allocated for the credit "
                   "note - return refused."
               GO TO 0400-RAISE-CREDIT-END
           END-IF.
           MOVE WS-SEQ-NEXT TO WS-CRN-ID.

           MOVE SPACE TO ORD-IN-RECORD.
           MOVE WS-ORD-CLI-ID TO ORD-IN-CLI-ID.
           MOVE WS-CRN-ID     TO ORD-IN-ID.
           MOVE WS-RETURN-AMT TO ORD-IN-AMT.
           MOVE WS-ENTRY-DATE TO ORD-IN-DATE.
           MOVE "C"           TO ORD-IN-TYPE.

           IF WS-RETURN-AMT > WS-CREDIT-LIMIT-C THEN
               OPEN EXTEND CREDIT-PENDING-FILE
               IF NOT WS-CRP-STATUS-OK THEN
                   OPEN OUTPUT CREDIT-PENDING-FILE
               END-IF
               MOVE ORD-IN-RECORD TO CRP-RECORD
               WRITE CRP-RECORD
               CLOSE CREDIT-PENDING-FILE
               MOVE "P" TO WS-CRN-STATE
               ADD 1 TO WS-CREDITS-QUEUED
               DISPLAY "Credit note " WS-CRN-ID " of " WS-RETURN-AMT
                   " is over the " WS-CREDIT-LIMIT-C " threshold - "
                   "held for supervisor approval."
           ELSE
               OPEN EXTEND ORDERS-FILE
               IF NOT WS-ORD-STATUS-OK THEN
                   OPEN OUTPUT ORDERS-FILE
               END-IF
               WRITE ORD-IN-RECORD
               CLOSE ORDERS-FILE
               CALL "ordpost" USING ORD-IN-RECORD WS-POST-OK
               END-CALL
               CALL "balpost" USING ORD-IN-CLI-ID WS-BAL-TXN ORD-IN-AMT
                   ORD-IN-DATE
               END-CALL
               MOVE SPACE TO WS-CRN-STATE
               DISPLAY "Credit note " WS-CRN-ID " of " WS-RETURN-AMT
                   " written."
           END-IF.
       0400-RAISE-CREDIT-END.

      * The return row and its "T" stock movement share the RMA
      * number, so either can be traced back to the other.
       0500-WRITE-RETURN-BEGIN.
           MOVE "RETURN" TO WS-SEQ-NAME.
           MOVE WS-LAST-RET-NO TO WS-SEQ-FALLBACK.
           MOVE 99999 TO WS-SEQ-CEILING.
           CALL "getseq" USING WS-SEQ-NAME WS-SEQ-FALLBACK
               WS-SEQ-CEILING WS-SEQ-NEXT
           END-CALL.
           IF WS-SEQ-NEXT EQUAL 0 THEN
               COMPUTE WS-RET-NO = WS-LAST-RET-NO + 1
           ELSE
               MOVE WS-SEQ-NEXT TO WS-RET-NO
           END-IF.

           OPEN EXTEND MOVEMENTS-FILE.
           IF NOT WS-MVT-STATUS-OK THEN
               OPEN OUTPUT MOVEMENTS-FILE
           END-IF.
           MOVE SPACE TO MVT-RECORD.
           MOVE "T" TO MVT-TYPE.
           MOVE WS-ENTRY-ITEM TO MVT-ITEM-NAME.
           MOVE "+" TO MVT-SIGN.
           MOVE WS-ENTRY-QTY TO MVT-QTY.
           MOVE WS-ENTRY-DATE TO MVT-DATE.
           MOVE WS-RET-NO TO WS-REF-RET-NO.
           MOVE WS-MVT-REF-BUILD TO MVT-REF.
           WRITE MVT-RECORD.
           CLOSE MOVEMENTS-FILE.

           OPEN EXTEND RETURNS-FILE.
           IF NOT WS-RET-STATUS-OK THEN
               OPEN OUTPUT RETURNS-FILE
           END-IF.
           MOVE SPACE TO RET-RECORD.
           MOVE WS-RET-NO       TO RET-NO.
           MOVE WS-ENTRY-ORD-ID TO RET-ORD-ID.
           MOVE WS-ORD-CLI-ID   TO RET-CLI-ID.
           MOVE WS-ENTRY-ITEM   TO RET-ITEM-NAME.
           MOVE WS-ENTRY-QTY    TO RET-QTY.
           MOVE WS-ENTRY-DATE   TO RET-DATE.
           MOVE WS-ENTRY-REASON TO RET-REASON.
           MOVE WS-RETURN-AMT   TO RET-AMT.
           MOVE WS-CRN-ID       TO RET-CRN-ID.
           MOVE WS-CRN-STATE    TO RET-CRN-STATE.
           WRITE RET-RECORD.
           CLOSE RETURNS-FILE.
           ADD 1 TO WS-RETURNS-ADDED.
           DISPLAY "Return " WS-RET-NO " written : " WS-ENTRY-QTY
               " x " WS-ENTRY-ITEM " back in stock.".
       0500-WRITE-RETURN-END.
