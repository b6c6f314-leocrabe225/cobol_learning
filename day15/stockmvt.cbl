       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The stock ledger : receipts, issues, adjustments and
      * transfers, one dated row each per location, appended only.
      * stockpos.cbl folds it into the inventaire.txt snapshot.
           SELECT MOVEMENTS-FILE
               ASSIGN TO "data/mouvements-stock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       77 WS-ENTRY-TYPE          PIC X(01).
       77 WS-ENTRY-ITEM          PIC X(10).
       77 WS-ENTRY-SIGN          PIC X(01).
       77 WS-ENTRY-QTY           PIC 9(05).
       77 WS-ENTRY-DATE          PIC 9(08).
       77 WS-ENTRY-REF           PIC X(10).
       77 WS-ENTRY-LOCATION      PIC X(04).
       77 WS-ENTRY-TO-LOCATION   PIC X(04).
       77 WS-CHECK-LOCATION      PIC X(04).
       77 WS-LOC-IDX             PIC 9(02).
       77 WS-LOC-FOUND           PIC 9(01).
           88 WS-LOC-FOUND-TRUE            VALUE 1.
           88 WS-LOC-FOUND-FALSE           VALUE 0.
       77 WS-USER-INPUT          PIC X(01).
       77 WS-MOVEMENTS-ADDED     PIC 9(04) VALUE 0.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
      * perchk's verdict on the movement date : its month may still
      * be open, closed (refused), or closed with the date moved on
      * to the next open month.
       77 WS-PER-PROGRAM         PIC X(08) VALUE "stockmvt".
       77 WS-PER-RESULT          PIC 9(01).
           88 WS-PER-OPEN                  VALUE 0.
           88 WS-PER-MOVED                 VALUE 1.
           88 WS-PER-REFUSED               VALUE 2.
       COPY loctbl.

       PROCEDURE DIVISION.
           OPEN EXTEND MOVEMENTS-FILE.
           GOBACK.

       0100-ENTER-MOVEMENT-BEGIN.
           DISPLAY "Movement type (R=receipt, I=issue, A=adjustment"
               ", X=transfer) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-TYPE.
           EVALUATE WS-ENTRY-TYPE
               WHEN "R"
               WHEN "I"
               WHEN "A"
                   PERFORM 0200-CAPTURE-MOVEMENT-BEGIN
                      THRU 0200-CAPTURE-MOVEMENT-END
               WHEN "X"
                   PERFORM 0300-CAPTURE-TRANSFER-BEGIN
                      THRU 0300-CAPTURE-TRANSFER-END
               WHEN OTHER
                   DISPLAY "Not a movement type - entry refused."
           END-EVALUATE.
           DISPLAY "Enter another movement (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-USER-INPUT.
       0100-ENTER-MOVEMENT-END.
               DISPLAY "Not a possible date - movement refused."
               GO TO 0200-CAPTURE-MOVEMENT-END
           END-IF.
           CALL "perchk" USING WS-PER-PROGRAM WS-ENTRY-DATE
               WS-PER-RESULT
           END-CALL.
           IF WS-PER-REFUSED THEN
               DISPLAY "That date is in a closed accounting period - "
                   "movement refused."
               GO TO 0200-CAPTURE-MOVEMENT-END
           END-IF.
           IF WS-PER-MOVED THEN
               DISPLAY "*** WARNING *** that period is closed - "
                   "dated " WS-ENTRY-DATE " instead."
           END-IF.
           DISPLAY "Location (blank for SHOP) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-LOCATION.
           IF WS-ENTRY-LOCATION EQUAL SPACE THEN
               MOVE LOC-DEFAULT TO WS-ENTRY-LOCATION
           END-IF.
           MOVE WS-ENTRY-LOCATION TO WS-CHECK-LOCATION.
           PERFORM 0400-CHECK-LOCATION-BEGIN
              THRU 0400-CHECK-LOCATION-END.
           IF WS-LOC-FOUND-FALSE THEN
               DISPLAY "No location " WS-ENTRY-LOCATION
                   " - movement refused."
               GO TO 0200-CAPTURE-MOVEMENT-END
           END-IF.
           DISPLAY "Reference (delivery note, order...) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-REF.
           MOVE WS-ENTRY-QTY  TO MVT-QTY.
           MOVE WS-ENTRY-DATE TO MVT-DATE.
           MOVE WS-ENTRY-REF  TO MVT-REF.
           MOVE WS-ENTRY-LOCATION TO MVT-LOCATION.
           WRITE MVT-RECORD.
           ADD 1 TO WS-MOVEMENTS-ADDED.
           DISPLAY "Movement written.".
       0200-CAPTURE-MOVEMENT-END.

      * A transfer moves stock between locations without changing
      * the item total : a "-" row where it left and a "+" row where
      * it went, written together under the same reference so one
      * is never on the ledger without the other.
       0300-CAPTURE-TRANSFER-BEGIN.
           DISPLAY "Item name as in inventaire.txt : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-ITEM.
           DISPLAY "Quantity : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-QTY.
           IF WS-ENTRY-QTY EQUAL 0 THEN
               DISPLAY "Nothing to transfer - entry refused."
               GO TO 0300-CAPTURE-TRANSFER-END
           END-IF.
           DISPLAY "Movement date (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-DATE.
           CALL "datechk" USING WS-ENTRY-DATE WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK THEN
               DISPLAY "Not a possible date - transfer refused."
               GO TO 0300-CAPTURE-TRANSFER-END
           END-IF.
           CALL "perchk" USING WS-PER-PROGRAM WS-ENTRY-DATE
               WS-PER-RESULT
           END-CALL.
           IF WS-PER-REFUSED THEN
               DISPLAY "That date is in a closed accounting period - "
                   "transfer refused."
               GO TO 0300-CAPTURE-TRANSFER-END
           END-IF.
           IF WS-PER-MOVED THEN
               DISPLAY "*** WARNING *** that period is closed - "
                   "dated " WS-ENTRY-DATE " instead."
           END-IF.
           DISPLAY "From location : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-LOCATION.
           MOVE WS-ENTRY-LOCATION TO WS-CHECK-LOCATION.
           PERFORM 0400-CHECK-LOCATION-BEGIN
              THRU 0400-CHECK-LOCATION-END.
           IF WS-LOC-FOUND-FALSE THEN
               DISPLAY "No location " WS-ENTRY-LOCATION
                   " - transfer refused."
               GO TO 0300-CAPTURE-TRANSFER-END
           END-IF.
           DISPLAY "To location : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-TO-LOCATION.
           MOVE WS-ENTRY-TO-LOCATION TO WS-CHECK-LOCATION.
           PERFORM 0400-CHECK-LOCATION-BEGIN
              THRU 0400-CHECK-LOCATION-END.
           IF WS-LOC-FOUND-FALSE THEN
               DISPLAY "No location " WS-ENTRY-TO-LOCATION
                   " - transfer refused."
               GO TO 0300-CAPTURE-TRANSFER-END
           END-IF.
           IF WS-ENTRY-TO-LOCATION EQUAL WS-ENTRY-LOCATION THEN
               DISPLAY "Same location both ends - transfer refused."
               GO TO 0300-CAPTURE-TRANSFER-END
           END-IF.
           DISPLAY "Reference (transfer note...) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-REF.

           MOVE SPACE TO MVT-RECORD.
           MOVE "X" TO MVT-TYPE.
           MOVE WS-ENTRY-ITEM TO MVT-ITEM-NAME.
           MOVE "-" TO MVT-SIGN.
           MOVE WS-ENTRY-QTY  TO MVT-QTY.
           MOVE WS-ENTRY-DATE TO MVT-DATE.
           MOVE WS-ENTRY-REF  TO MVT-REF.
           MOVE WS-ENTRY-LOCATION TO MVT-LOCATION.
           WRITE MVT-RECORD.
           MOVE "+" TO MVT-SIGN.
           MOVE WS-ENTRY-TO-LOCATION TO MVT-LOCATION.
           WRITE MVT-RECORD.
           ADD 2 TO WS-MOVEMENTS-ADDED.
           DISPLAY "Transfer written.".
       0300-CAPTURE-TRANSFER-END.

       0400-CHECK-LOCATION-BEGIN.
           SET WS-LOC-FOUND-FALSE TO TRUE.
           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
                   UNTIL WS-LOC-IDX > LOC-TABLE-SIZE
               IF LOC-CODE(WS-LOC-IDX) EQUAL WS-CHECK-LOCATION THEN
                   SET WS-LOC-FOUND-TRUE TO TRUE
               END-IF
           END-PERFORM.
       0400-CHECK-LOCATION-END.
