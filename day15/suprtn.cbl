       IDENTIFICATION DIVISION.
       PROGRAM-ID. suprtn.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The purchase order line the stock came in on : it names the
      * supplier and how much goodsrcv actually received, which is
      * the ceiling for anything sent back. Read only.
           SELECT REGISTER-INPUT
               ASSIGN TO "data/po-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

      * Every return already sent back, so the same delivery cannot
      * be charged to the supplier twice.
           SELECT SUPPLIER-RETURNS-FILE
               ASSIGN TO "data/supplier-returns.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.

      * The stock leaves as a dated "S" row, folded into the on-hand
      * by stockpos.cbl like any other movement.
           SELECT MOVEMENTS-FILE
               ASSIGN TO "data/mouvements-stock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

      * The "R" row goodsrcv wrote for the delivery carries its real
      * unit cost : the live ledger first, then the monthly archive
      * stkclose moved it to if the month has since been closed.
           SELECT LEDGER-INPUT
               ASSIGN TO DYNAMIC WS-LDG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDG-STATUS.

      * Name and address for the head of each debit note.
           SELECT SUPPLIER-INPUT
               ASSIGN TO "data/fournisseurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-STATUS.

      * One debit note per supplier per session, for purchasing to
      * send with the goods.
           SELECT DEBIT-NOTE-OUTPUT
               ASSIGN TO DYNAMIC WS-DN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTER-INPUT.
       01 REG-RCD.
           05 REG-PO-NO            PIC 9(05).
           05 FILLER               PIC X(01).
           05 REG-SUPPLIER         PIC X(06).
           05 FILLER               PIC X(01).
           05 REG-ITEM-NAME        PIC X(10).
           05 FILLER               PIC X(01).
           05 REG-QTY              PIC 9(03).
           05 FILLER               PIC X(01).
           05 REG-DATE             PIC 9(08).
           05 FILLER               PIC X(01).
           05 REG-EXPECTED         PIC 9(08).
           05 FILLER               PIC X(01).
           05 REG-STATUS           PIC X(07).
           05 FILLER               PIC X(01).
           05 REG-RECEIVED         PIC 9(03).
           05 FILLER               PIC X(01).
           05 REG-ACTUAL-DATE      PIC 9(08).
           05 FILLER               PIC X(01).
           05 REG-QUOTED-PRICE     PIC 9(04)V99.

       FD SUPPLIER-RETURNS-FILE.
       COPY srtrcd.

       FD MOVEMENTS-FILE.
       COPY mvtrcd REPLACING ==:TAG:== BY ==MVT==.

       FD LEDGER-INPUT.
       COPY mvtrcd REPLACING ==:TAG:== BY ==LDG==.

       FD SUPPLIER-INPUT.
       COPY suprcd.

       FD DEBIT-NOTE-OUTPUT.
       01 DN-OUT-RCD               PIC X(64).

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-REG-STATUS               PIC X(02).
           88 WS-REG-STATUS-OK                  VALUE "00".
       01 WS-SRT-STATUS               PIC X(02).
           88 WS-SRT-STATUS-OK                  VALUE "00".
       01 WS-MVT-STATUS               PIC X(02).
           88 WS-MVT-STATUS-OK                  VALUE "00".
       01 WS-LDG-STATUS               PIC X(02).
           88 WS-LDG-STATUS-OK                  VALUE "00".
       01 WS-SUP-STATUS               PIC X(02).
           88 WS-SUP-STATUS-OK                  VALUE "00".

       01 WS-LDG-FILENAME             PIC X(40).
       01 WS-DN-FILENAME              PIC X(40).

       77 WS-USER-INPUT               PIC X(01).
       77 WS-ENTRY-PO-NO              PIC 9(05).
       77 WS-ENTRY-ITEM               PIC X(10).
       77 WS-ENTRY-QTY                PIC 9(03).
       77 WS-ENTRY-REASON             PIC X(01).
       77 WS-ENTRY-DATE               PIC 9(08).
       77 WS-ENTRY-LOCATION           PIC X(04).
       77 WS-RUN-DATE                 PIC 9(08).
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
      * perchk's verdict on the return date : its month may still be
      * open, closed (refused), or closed with the date moved on to
      * the next open month.
       77 WS-PER-PROGRAM              PIC X(08) VALUE "suprtn".
       77 WS-PER-RESULT               PIC 9(01).
           88 WS-PER-OPEN                       VALUE 0.
           88 WS-PER-MOVED                      VALUE 1.
           88 WS-PER-REFUSED                    VALUE 2.
       COPY loctbl.
       77 WS-LOC-IDX                  PIC 9(02).
       77 WS-LOC-FOUND                PIC 9(01).
           88 WS-LOC-FOUND-TRUE                 VALUE 1.
           88 WS-LOC-FOUND-FALSE                VALUE 0.

      * What the register scan found for the PO line.
       77 WS-PO-SEEN                  PIC 9(01).
           88 WS-PO-SEEN-TRUE                   VALUE 1.
           88 WS-PO-SEEN-FALSE                  VALUE 0.
       77 WS-LINE-FOUND               PIC 9(01).
           88 WS-LINE-FOUND-TRUE                VALUE 1.
           88 WS-LINE-FOUND-FALSE               VALUE 0.
       77 WS-PO-SUPPLIER              PIC X(06).
       77 WS-PO-RECEIVED              PIC 9(03).
       77 WS-PO-ACTUAL-DATE           PIC 9(08).
       77 WS-PO-QUOTED-PRICE          PIC 9(04)V99.

       77 WS-RETURNED-QTY             PIC 9(05).
       77 WS-RETURNABLE-QTY           PIC 9(05).
       77 WS-LAST-DN-NO               PIC 9(05).

      * Receipt cost : a row dated the day the line was received is
      * taken over any other receipt of the item from the supplier.
       77 WS-RCPT-COST                PIC 9(04)V99.
       77 WS-RCPT-DATE                PIC 9(08).
       77 WS-RCPT-EXACT               PIC 9(01).
           88 WS-RCPT-EXACT-TRUE                VALUE 1.
           88 WS-RCPT-EXACT-FALSE               VALUE 0.

       77 WS-SEQ-NAME                 PIC X(08).
       77 WS-SEQ-FALLBACK             PIC 9(09).
       77 WS-SEQ-CEILING              PIC 9(09).
       77 WS-SEQ-NEXT                 PIC 9(09).
       77 WS-DN-NO                    PIC 9(05).

      * Debit notes opened this session, one per supplier, and the
      * lines charged on them, written out together at the end.
       77 WS-DN-TBL-SIZE              PIC 9(02) VALUE 0.
       01 WS-DN-TBL.
           05 WS-DN OCCURS 20 TIMES.
               10 WS-DN-SUPPLIER      PIC X(06).
               10 WS-DN-NUMBER        PIC 9(05).
       77 WS-DN-IDX                   PIC 9(02).
       77 WS-DN-FOUND-IDX             PIC 9(02).

       77 WS-DNL-TBL-SIZE             PIC 9(03) VALUE 0.
       01 WS-DNL-TBL.
           05 WS-DNL OCCURS 100 TIMES.
               10 WS-DNL-DN-IDX       PIC 9(02).
               10 WS-DNL-PO-NO        PIC 9(05).
               10 WS-DNL-ITEM         PIC X(10).
               10 WS-DNL-QTY          PIC 9(03).
               10 WS-DNL-COST         PIC 9(04)V99.
               10 WS-DNL-REASON       PIC X(01).
       77 WS-DNL-IDX                  PIC 9(03).

       77 WS-LINE-VALUE               PIC 9(07)V99.
       77 WS-DN-TOTAL                 PIC 9(08)V99.
       77 WS-RETURNS-ADDED            PIC 9(03) VALUE 0.

       01 WS-MVT-REF-BUILD.
           05 FILLER                  PIC X(03) VALUE "PO-".
           05 WS-REF-PO-NO            PIC 9(05).
           05 FILLER                  PIC X(02) VALUE SPACE.

       01 WS-DN-TITLE-LINE.
           05 FILLER                  PIC X(18)
               VALUE "*** DEBIT NOTE No ".
           05 WS-DN-TTL-NO            PIC 9(05).
           05 FILLER                  PIC X(12) VALUE " - SUPPLIER ".
           05 WS-DN-TTL-SUPPLIER      PIC X(06).
           05 FILLER                  PIC X(04) VALUE " ***".

       01 WS-DN-DATE-LINE.
           05 FILLER                  PIC X(07) VALUE "Dated :".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-DN-DATE              PIC 9(08).

       01 WS-DN-HEAD-LINE.
           05 FILLER                  PIC X(30)
               VALUE "PO    Item       Qty Unit cost".
           05 FILLER                  PIC X(16)
               VALUE "           Value".
           05 FILLER                  PIC X(08) VALUE " Reason".

       01 WS-DN-DETAIL-LINE.
           05 WS-DN-PO-NO             PIC 9(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-DN-ITEM              PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-DN-QTY               PIC ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-DN-COST              PIC Z,ZZ9.99.
           05 FILLER                  PIC X(03) VALUE SPACE.
           05 WS-DN-VALUE             PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-DN-REASON            PIC X(10).

       01 WS-DN-TOTAL-LINE.
           05 FILLER                  PIC X(33)
               VALUE "Total to be credited to us      :".
           05 WS-DN-TOT-VALUE         PIC ZZZ,ZZZ,ZZ9.99.

       77 WS-AUTH-PROGRAM             PIC X(08).
       77 WS-AUTH-NEEDED              PIC 9(01).
       77 WS-AUTH-OK                  PIC 9(01).
           88 WS-AUTH-OK-TRUE                   VALUE 1.
           88 WS-AUTH-OK-FALSE                  VALUE 0.
       77 WS-AUTH-OPERATOR            PIC X(08).
       77 WS-AUTH-ROLE                PIC X(10).

       PROCEDURE DIVISION.
      * A return moves stock and charges a supplier : entry level or
      * above, as for a customer return.
           MOVE "suprtn" TO WS-AUTH-PROGRAM.
           MOVE 2 TO WS-AUTH-NEEDED.
           CALL "chkauth" USING WS-AUTH-PROGRAM WS-AUTH-NEEDED
               WS-AUTH-OK WS-AUTH-OPERATOR WS-AUTH-ROLE
           END-CALL.
           IF WS-AUTH-OK-FALSE THEN
               DISPLAY "Operator " WS-AUTH-OPERATOR " holds role "
                   WS-AUTH-ROLE " - suprtn needs entry. Refused "
                   "and logged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           MOVE "Y" TO WS-USER-INPUT.
           PERFORM 0100-ENTER-RETURN-BEGIN
              THRU 0100-ENTER-RETURN-END
              UNTIL WS-USER-INPUT NOT EQUAL "Y".

           PERFORM 0600-WRITE-DEBIT-NOTES-BEGIN
              THRU 0600-WRITE-DEBIT-NOTES-END.

           DISPLAY WS-RETURNS-ADDED " return(s) appended to "
               "data/supplier-returns.txt, " WS-DN-TBL-SIZE
               " debit note(s) in output/.".
           GOBACK.

       0100-ENTER-RETURN-BEGIN.
           PERFORM 0200-CAPTURE-RETURN-BEGIN
              THRU 0200-CAPTURE-RETURN-END.
           DISPLAY "Enter another return (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-USER-INPUT.
       0100-ENTER-RETURN-END.

      * A return is held against the PO line the stock came in on :
      * the quantity can never pass what goodsrcv received on that
      * line less what has already gone back.
       0200-CAPTURE-RETURN-BEGIN.
           IF WS-DNL-TBL-SIZE >= 100 THEN
               DISPLAY "100 returns already in this session - end "
                   "it to print the debit notes and start another."
               GO TO 0200-CAPTURE-RETURN-END
           END-IF.
           DISPLAY "PO number : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-PO-NO.
           DISPLAY "Item name as on the PO : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-ITEM.
           PERFORM 0300-FIND-PO-LINE-BEGIN
              THRU 0300-FIND-PO-LINE-END.
           IF WS-PO-SEEN-FALSE THEN
               DISPLAY "No PO " WS-ENTRY-PO-NO " in "
                   "data/po-register.txt - return refused."
               GO TO 0200-CAPTURE-RETURN-END
           END-IF.
           IF WS-LINE-FOUND-FALSE THEN
               DISPLAY WS-ENTRY-ITEM " was not ordered on PO "
                   WS-ENTRY-PO-NO " - return refused."
               GO TO 0200-CAPTURE-RETURN-END
           END-IF.
           IF WS-PO-RECEIVED EQUAL 0 THEN
               DISPLAY "Nothing received yet on PO " WS-ENTRY-PO-NO
                   " for " WS-ENTRY-ITEM " - return refused."
               GO TO 0200-CAPTURE-RETURN-END
           END-IF.
           PERFORM 0310-RETURNED-QTY-BEGIN
              THRU 0310-RETURNED-QTY-END.
           IF WS-RETURNED-QTY >= WS-PO-RECEIVED THEN
               DISPLAY "All " WS-PO-RECEIVED " received on PO "
                   WS-ENTRY-PO-NO " already went back - return "
                   "refused."
               GO TO 0200-CAPTURE-RETURN-END
           END-IF.
           COMPUTE WS-RETURNABLE-QTY =
               WS-PO-RECEIVED - WS-RETURNED-QTY.
           DISPLAY "Supplier " WS-PO-SUPPLIER ", received "
               WS-PO-RECEIVED " on " WS-PO-ACTUAL-DATE
               ", already returned " WS-RETURNED-QTY
               ", returnable " WS-RETURNABLE-QTY ".".

           DISPLAY "Quantity sent back : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-QTY.
           IF WS-ENTRY-QTY EQUAL 0 OR
              WS-ENTRY-QTY > WS-RETURNABLE-QTY THEN
               DISPLAY "Quantity must be 1 to " WS-RETURNABLE-QTY
                   " - return refused."
               GO TO 0200-CAPTURE-RETURN-END
           END-IF.

           DISPLAY "Reason (D=damaged, W=wrong item) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-REASON.
           MOVE WS-ENTRY-REASON TO SRT-REASON.
           IF NOT SRT-REASON-VALID THEN
               DISPLAY "Not a reason code - return refused."
               GO TO 0200-CAPTURE-RETURN-END
           END-IF.

           DISPLAY "Return date (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-DATE.
           CALL "datechk" USING WS-ENTRY-DATE WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK OR
              WS-ENTRY-DATE < WS-PO-ACTUAL-DATE THEN
               DISPLAY "Return date must be a real date on or after "
                   "the receipt date " WS-PO-ACTUAL-DATE
                   " - return refused."
               GO TO 0200-CAPTURE-RETURN-END
           END-IF.
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

           DISPLAY "Taken from location (blank for SHOP) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-LOCATION.
           IF WS-ENTRY-LOCATION EQUAL SPACE THEN
               MOVE LOC-DEFAULT TO WS-ENTRY-LOCATION
           END-IF.
           SET WS-LOC-FOUND-FALSE TO TRUE.
           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
                   UNTIL WS-LOC-IDX > LOC-TABLE-SIZE
               IF LOC-CODE(WS-LOC-IDX) EQUAL WS-ENTRY-LOCATION THEN
                   SET WS-LOC-FOUND-TRUE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-LOC-FOUND-FALSE THEN
               DISPLAY "No location " WS-ENTRY-LOCATION
                   " - return refused."
               GO TO 0200-CAPTURE-RETURN-END
           END-IF.

           PERFORM 0320-RECEIPT-COST-BEGIN
              THRU 0320-RECEIPT-COST-END.
           IF WS-RCPT-COST EQUAL 0 THEN
               DISPLAY "No receipt cost and no quoted price for PO "
                   WS-ENTRY-PO-NO " - return refused."
               GO TO 0200-CAPTURE-RETURN-END
           END-IF.

           PERFORM 0400-DEBIT-NOTE-NO-BEGIN
              THRU 0400-DEBIT-NOTE-NO-END.
           IF WS-DN-FOUND-IDX EQUAL 0 THEN
               GO TO 0200-CAPTURE-RETURN-END
           END-IF.
           PERFORM 0500-WRITE-RETURN-BEGIN
              THRU 0500-WRITE-RETURN-END.
       0200-CAPTURE-RETURN-END.

       0300-FIND-PO-LINE-BEGIN.
           SET WS-PO-SEEN-FALSE TO TRUE.
           SET WS-LINE-FOUND-FALSE TO TRUE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT REGISTER-INPUT.
           IF NOT WS-REG-STATUS-OK THEN
               GO TO 0300-FIND-PO-LINE-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ REGISTER-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF REG-PO-NO EQUAL WS-ENTRY-PO-NO THEN
                           SET WS-PO-SEEN-TRUE TO TRUE
                           IF REG-ITEM-NAME EQUAL WS-ENTRY-ITEM THEN
                               SET WS-LINE-FOUND-TRUE TO TRUE
                               MOVE REG-SUPPLIER TO WS-PO-SUPPLIER
                               MOVE REG-RECEIVED TO WS-PO-RECEIVED
                               MOVE REG-ACTUAL-DATE
                                   TO WS-PO-ACTUAL-DATE
                               IF REG-QUOTED-PRICE IS NUMERIC THEN
                                   MOVE REG-QUOTED-PRICE
                                       TO WS-PO-QUOTED-PRICE
                               ELSE
                                   MOVE 0 TO WS-PO-QUOTED-PRICE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGISTER-INPUT.
       0300-FIND-PO-LINE-END.

       0310-RETURNED-QTY-BEGIN.
           MOVE 0 TO WS-RETURNED-QTY.
           MOVE 0 TO WS-LAST-DN-NO.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SUPPLIER-RETURNS-FILE.
           IF NOT WS-SRT-STATUS-OK THEN
               GO TO 0310-RETURNED-QTY-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ SUPPLIER-RETURNS-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF SRT-DN-NO > WS-LAST-DN-NO THEN
                           MOVE SRT-DN-NO TO WS-LAST-DN-NO
                       END-IF
                       IF SRT-PO-NO EQUAL WS-ENTRY-PO-NO AND
                          SRT-ITEM-NAME EQUAL WS-ENTRY-ITEM THEN
                           ADD SRT-QTY TO WS-RETURNED-QTY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPPLIER-RETURNS-FILE.
       0310-RETURNED-QTY-END.

      * The supplier is charged what the stock was received at, not
      * today's average : the "R" row from this supplier for the
      * item, dated the day the PO line was received if there is
      * one, else its latest. The quoted price on the PO line only
      * stands in when no receipt row can be found at all.
       0320-RECEIPT-COST-BEGIN.
           MOVE 0 TO WS-RCPT-COST.
           MOVE 0 TO WS-RCPT-DATE.
           SET WS-RCPT-EXACT-FALSE TO TRUE.
           MOVE "data/mouvements-stock.txt" TO WS-LDG-FILENAME.
           PERFORM 0330-SCAN-LEDGER-BEGIN
              THRU 0330-SCAN-LEDGER-END.
           IF WS-RCPT-EXACT-FALSE THEN
               STRING "data/mouvements-stock-" DELIMITED BY SIZE
                      WS-PO-ACTUAL-DATE(1:6) DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                   INTO WS-LDG-FILENAME
               PERFORM 0330-SCAN-LEDGER-BEGIN
                  THRU 0330-SCAN-LEDGER-END
           END-IF.
           IF WS-RCPT-COST EQUAL 0 AND WS-PO-QUOTED-PRICE > 0 THEN
               DISPLAY "No receipt row found - charged at the quoted "
                   "price on the PO line."
               MOVE WS-PO-QUOTED-PRICE TO WS-RCPT-COST
           END-IF.
       0320-RECEIPT-COST-END.

       0330-SCAN-LEDGER-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT LEDGER-INPUT.
           IF NOT WS-LDG-STATUS-OK THEN
               GO TO 0330-SCAN-LEDGER-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ LEDGER-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF LDG-TYPE EQUAL "R" AND
                          LDG-ITEM-NAME EQUAL WS-ENTRY-ITEM AND
                          LDG-REF(1:6) EQUAL WS-PO-SUPPLIER AND
                          LDG-UNIT-COST IS NUMERIC AND
                          WS-RCPT-EXACT-FALSE THEN
                           IF LDG-UNIT-COST > 0 AND
                              LDG-DATE >= WS-RCPT-DATE THEN
                               MOVE LDG-UNIT-COST TO WS-RCPT-COST
                               MOVE LDG-DATE TO WS-RCPT-DATE
                               IF LDG-DATE EQUAL WS-PO-ACTUAL-DATE
                               THEN
                                   SET WS-RCPT-EXACT-TRUE TO TRUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEDGER-INPUT.
       0330-SCAN-LEDGER-END.

      * One debit note per supplier per session, numbered from getseq
      * the first time that supplier is charged.
       0400-DEBIT-NOTE-NO-BEGIN.
           MOVE 0 TO WS-DN-FOUND-IDX.
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > WS-DN-TBL-SIZE
               IF WS-DN-SUPPLIER(WS-DN-IDX) EQUAL WS-PO-SUPPLIER THEN
                   MOVE WS-DN-IDX TO WS-DN-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-DN-FOUND-IDX > 0 THEN
               GO TO 0400-DEBIT-NOTE-NO-END
           END-IF.
           IF WS-DN-TBL-SIZE >= 20 THEN
               DISPLAY "20 suppliers already charged in this session "
                   "- end it to print the debit notes and start "
                   "another."
               GO TO 0400-DEBIT-NOTE-NO-END
           END-IF.

           MOVE "DEBIT" TO WS-SEQ-NAME.
           MOVE WS-LAST-DN-NO TO WS-SEQ-FALLBACK.
           MOVE 99999 TO WS-SEQ-CEILING.
           CALL "getseq" USING WS-SEQ-NAME WS-SEQ-FALLBACK
               WS-SEQ-CEILING WS-SEQ-NEXT
           END-CALL.
           IF WS-SEQ-NEXT EQUAL 0 THEN
               DISPLAY "No debit note number could be allocated - "
                   "return refused."
               GO TO 0400-DEBIT-NOTE-NO-END
           END-IF.
           ADD 1 TO WS-DN-TBL-SIZE.
           MOVE WS-DN-TBL-SIZE TO WS-DN-FOUND-IDX.
           MOVE WS-PO-SUPPLIER TO WS-DN-SUPPLIER(WS-DN-FOUND-IDX).
           MOVE WS-SEQ-NEXT TO WS-DN-NUMBER(WS-DN-FOUND-IDX).
       0400-DEBIT-NOTE-NO-END.

      * The return row and its "S" stock movement both carry the PO
      * number, so either can be traced back to the delivery.
       0500-WRITE-RETURN-BEGIN.
           MOVE WS-DN-NUMBER(WS-DN-FOUND-IDX) TO WS-DN-NO.

           OPEN EXTEND MOVEMENTS-FILE.
           IF NOT WS-MVT-STATUS-OK THEN
               OPEN OUTPUT MOVEMENTS-FILE
           END-IF.
           MOVE SPACE TO MVT-RECORD.
           MOVE "S" TO MVT-TYPE.
           MOVE WS-ENTRY-ITEM TO MVT-ITEM-NAME.
           MOVE "-" TO MVT-SIGN.
           MOVE WS-ENTRY-QTY TO MVT-QTY.
           MOVE WS-ENTRY-DATE TO MVT-DATE.
           MOVE WS-ENTRY-PO-NO TO WS-REF-PO-NO.
           MOVE WS-MVT-REF-BUILD TO MVT-REF.
           MOVE WS-RCPT-COST TO MVT-UNIT-COST.
           MOVE WS-ENTRY-LOCATION TO MVT-LOCATION.
           WRITE MVT-RECORD.
           CLOSE MOVEMENTS-FILE.

           OPEN EXTEND SUPPLIER-RETURNS-FILE.
           IF NOT WS-SRT-STATUS-OK THEN
               OPEN OUTPUT SUPPLIER-RETURNS-FILE
           END-IF.
           MOVE SPACE TO SRT-RECORD.
           MOVE WS-DN-NO          TO SRT-DN-NO.
           MOVE WS-ENTRY-PO-NO    TO SRT-PO-NO.
           MOVE WS-PO-SUPPLIER    TO SRT-SUP-CODE.
           MOVE WS-ENTRY-ITEM     TO SRT-ITEM-NAME.
           MOVE WS-ENTRY-QTY      TO SRT-QTY.
           MOVE WS-RCPT-COST      TO SRT-UNIT-COST.
           MOVE WS-ENTRY-DATE     TO SRT-DATE.
           MOVE WS-ENTRY-REASON   TO SRT-REASON.
           MOVE WS-ENTRY-LOCATION TO SRT-LOCATION.
           MOVE WS-AUTH-OPERATOR  TO SRT-OPERATOR.
           WRITE SRT-RECORD.
           CLOSE SUPPLIER-RETURNS-FILE.

           ADD 1 TO WS-DNL-TBL-SIZE.
           MOVE WS-DN-FOUND-IDX TO WS-DNL-DN-IDX(WS-DNL-TBL-SIZE).
           MOVE WS-ENTRY-PO-NO  TO WS-DNL-PO-NO(WS-DNL-TBL-SIZE).
           MOVE WS-ENTRY-ITEM   TO WS-DNL-ITEM(WS-DNL-TBL-SIZE).
           MOVE WS-ENTRY-QTY    TO WS-DNL-QTY(WS-DNL-TBL-SIZE).
           MOVE WS-RCPT-COST    TO WS-DNL-COST(WS-DNL-TBL-SIZE).
           MOVE WS-ENTRY-REASON TO WS-DNL-REASON(WS-DNL-TBL-SIZE).
           ADD 1 TO WS-RETURNS-ADDED.
           DISPLAY "Return written : " WS-ENTRY-QTY " x "
               WS-ENTRY-ITEM " at " WS-RCPT-COST " on debit note "
               WS-DN-NO ".".
       0500-WRITE-RETURN-END.

      * output/debit-note-NNNNN.txt per supplier charged this
      * session : the supplier's address block, one line per return
      * and what the supplier owes us for them.
       0600-WRITE-DEBIT-NOTES-BEGIN.
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > WS-DN-TBL-SIZE
               MOVE SPACE TO WS-DN-FILENAME
               STRING "output/debit-note-" DELIMITED BY SIZE
                      WS-DN-NUMBER(WS-DN-IDX) DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                   INTO WS-DN-FILENAME
               OPEN OUTPUT DEBIT-NOTE-OUTPUT
               MOVE WS-DN-NUMBER(WS-DN-IDX) TO WS-DN-TTL-NO
               MOVE WS-DN-SUPPLIER(WS-DN-IDX) TO WS-DN-TTL-SUPPLIER
               MOVE WS-DN-TITLE-LINE TO DN-OUT-RCD
               WRITE DN-OUT-RCD
               MOVE WS-RUN-DATE TO WS-DN-DATE
               MOVE WS-DN-DATE-LINE TO DN-OUT-RCD
               WRITE DN-OUT-RCD
               PERFORM 0610-ADDRESS-BLOCK-BEGIN
                  THRU 0610-ADDRESS-BLOCK-END
               MOVE WS-DN-HEAD-LINE TO DN-OUT-RCD
               WRITE DN-OUT-RCD

               MOVE 0 TO WS-DN-TOTAL
               PERFORM VARYING WS-DNL-IDX FROM 1 BY 1
                       UNTIL WS-DNL-IDX > WS-DNL-TBL-SIZE
                   IF WS-DNL-DN-IDX(WS-DNL-IDX) EQUAL WS-DN-IDX THEN
                       PERFORM 0620-NOTE-LINE-BEGIN
                          THRU 0620-NOTE-LINE-END
                   END-IF
               END-PERFORM

               MOVE SPACE TO DN-OUT-RCD
               WRITE DN-OUT-RCD
               MOVE WS-DN-TOTAL TO WS-DN-TOT-VALUE
               MOVE WS-DN-TOTAL-LINE TO DN-OUT-RCD
               WRITE DN-OUT-RCD
               CLOSE DEBIT-NOTE-OUTPUT
               DISPLAY "Debit note " WS-DN-NUMBER(WS-DN-IDX)
                   " for " WS-DN-SUPPLIER(WS-DN-IDX) " in "
                   WS-DN-FILENAME
           END-PERFORM.
       0600-WRITE-DEBIT-NOTES-END.

       0610-ADDRESS-BLOCK-BEGIN.
           MOVE SPACE TO DN-OUT-RCD.
           MOVE "(supplier not on file)" TO DN-OUT-RCD.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SUPPLIER-INPUT.
           IF WS-SUP-STATUS-OK THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ SUPPLIER-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           IF SUP-CODE EQUAL
                              WS-DN-SUPPLIER(WS-DN-IDX) THEN
                               SET WS-EOF-TRUE TO TRUE
                               MOVE SUP-NAME TO DN-OUT-RCD
                               WRITE DN-OUT-RCD
                               MOVE SUP-ADDRESS TO DN-OUT-RCD
                               WRITE DN-OUT-RCD
                               MOVE SUP-EMAIL TO DN-OUT-RCD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-INPUT
           END-IF.
           WRITE DN-OUT-RCD.
           MOVE SPACE TO DN-OUT-RCD.
           WRITE DN-OUT-RCD.
       0610-ADDRESS-BLOCK-END.

       0620-NOTE-LINE-BEGIN.
           COMPUTE WS-LINE-VALUE =
               WS-DNL-QTY(WS-DNL-IDX) * WS-DNL-COST(WS-DNL-IDX).
           ADD WS-LINE-VALUE TO WS-DN-TOTAL.
           MOVE WS-DNL-PO-NO(WS-DNL-IDX) TO WS-DN-PO-NO.
           MOVE WS-DNL-ITEM(WS-DNL-IDX) TO WS-DN-ITEM.
           MOVE WS-DNL-QTY(WS-DNL-IDX) TO WS-DN-QTY.
           MOVE WS-DNL-COST(WS-DNL-IDX) TO WS-DN-COST.
           MOVE WS-LINE-VALUE TO WS-DN-VALUE.
           IF WS-DNL-REASON(WS-DNL-IDX) EQUAL "D" THEN
               MOVE "DAMAGED" TO WS-DN-REASON
           ELSE
               MOVE "WRONG ITEM" TO WS-DN-REASON
           END-IF.
           MOVE WS-DN-DETAIL-LINE TO DN-OUT-RCD.
           WRITE DN-OUT-RCD.
       0620-NOTE-LINE-END.
