               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

      * The pizzeria's ingredients, ordered by ingreord.cbl through
      * the same register : a delivery for one of them tops up the
      * kitchen stock instead of the book stock.
           SELECT INGREDIENTS-FILE
               ASSIGN TO "data/pizzeria-ingredients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ING-STATUS.

      * One release note per filled (or part-filled) backorder, so
      * the shop floor knows which client's wait just ended.
           SELECT RELEASE-NOTE-OUTPUT

       FD BACKORDER-FILE.
       01 BKO-RECORD.
           05 BKO-ORD-ID           PIC 9(05).
           05 FILLER               PIC X(01).
           05 BKO-CLI-ID           PIC 9(04).
           05 FILLER               PIC X(01).
           05 BKO-ITEM-NAME        PIC X(10).
           05 FILLER               PIC X(01).
           05 REG-RECEIVED         PIC 9(03).
           05 FILLER               PIC X(01).
           05 REG-ACTUAL-DATE      PIC 9(08).
           05 FILLER               PIC X(01).
           05 REG-QUOTED-PRICE     PIC 9(04)V99.

       FD RELEASE-NOTE-OUTPUT.
       01 REL-OUT-RCD              PIC X(80).

       FD INGREDIENTS-FILE.
       COPY ingrcd.

       WORKING-STORAGE SECTION.
       01 WS-EOF                 PIC 9(01) VALUE 0.
           88 WS-EOF-TRUE                  VALUE 1.
       01 WS-ITEM-TBL.
           05 WS-ITEM            OCCURS 99 TIMES.
               10 WS-ITEM-NAME          PIC X(10).
               10 WS-ITEM-AMOUNT        PIC 9(05).
               10 WS-ITEM-SUPPLIER-CODE PIC X(06).
               10 WS-ITEM-REORDER-QTY   PIC 9(03).
               10 WS-ITEM-UNIT-COST     PIC 9(04)V99.
               10 WS-ITEM-CATEGORY      PIC X(10).
               10 WS-ITEM-SUBCATEGORY   PIC X(10).

       77 WS-IDX                 PIC 9(02).
       77 WS-ITEM-TBL-SIZE       PIC 9(02).
      * invvalue now prices from.
       77 WS-ENTRY-COST          PIC 9(04)V99.
       77 WS-COST-RAW            PIC X(10).
      * Where the delivery was put away : the "R" row carries it so
      * stockpos can say which location holds the stock.
       77 WS-ENTRY-LOCATION      PIC X(04).
       77 WS-LOC-IDX             PIC 9(02).
       77 WS-LOC-FOUND           PIC 9(01).
           88 WS-LOC-FOUND-TRUE            VALUE 1.
           88 WS-LOC-FOUND-FALSE           VALUE 0.
       77 WS-NEW-AVG-COST        PIC 9(05)V99.
       77 WS-COST-VAR-PCT        PIC 9(03) VALUE 10.
       77 WS-COST-MOVE-PCT       PIC S9(05) COMP-5.

       COPY loctbl.

       01 WS-PARAM-KEY            PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-PARAM-FOUND          PIC 9(01).
           05 FILLER              PIC X(02) VALUE " (".
           05 WS-RPT-COST-PCT     PIC +ZZZ9.
           05 FILLER              PIC X(03) VALUE "%)".
      * The delivery priced against what the supplier quoted when
      * the PO line went out, whatever the standing cost says.
       01 WS-RPT-QUOTE-LINE.
           05 FILLER              PIC X(04) VALUE "*** ".
           05 WS-RPT-QUOTE-ITEM   PIC X(10).
           05 FILLER              PIC X(14) VALUE " receipt cost ".
           05 WS-RPT-QUOTE-COST   PIC Z,ZZ9.99.
           05 FILLER              PIC X(08) VALUE " quoted ".
           05 WS-RPT-QUOTE-PRICE  PIC Z,ZZ9.99.
           05 FILLER              PIC X(04) VALUE " PO ".
           05 WS-RPT-QUOTE-PO     PIC 9(05).
       77 WS-USER-INPUT          PIC X(01).
       77 WS-FOUND-IDX           PIC 9(02).
       77 WS-NEW-AMOUNT          PIC 9(06).
       77 WS-VARIANCE            PIC S9(04) COMP-5.
       77 WS-RECEIPT-CNT         PIC 9(03) VALUE 0.
       77 WS-RUN-DATE            PIC 9(08).
      * perchk's verdict on the day the receipts are posted under :
      * open, closed (refused), or closed and moved on to the next
      * open month.
       77 WS-PER-PROGRAM         PIC X(08) VALUE "goodsrcv".
       77 WS-PER-RESULT          PIC 9(01).
           88 WS-PER-OPEN                  VALUE 0.
           88 WS-PER-MOVED                 VALUE 1.
           88 WS-PER-REFUSED               VALUE 2.

       77 WS-AUTH-PROGRAM        PIC X(08).
       77 WS-AUTH-NEEDED         PIC 9(01).
               10 WS-REG-STATE        PIC X(07).
               10 WS-REG-RECEIVED     PIC 9(03).
               10 WS-REG-ACTUAL       PIC 9(08).
               10 WS-REG-PRICE        PIC 9(04)V99.
       77 WS-REG-IDX             PIC 9(03).
       77 WS-REG-FOUND-IDX       PIC 9(03).
       77 WS-REG-CHANGED         PIC 9(01) VALUE 0.
           88 WS-REG-EOF-FALSE              VALUE 0.
       01 WS-REL-STATUS           PIC X(02).
           88 WS-REL-STATUS-OK              VALUE "00".
       01 WS-ING-STATUS           PIC X(02).
           88 WS-ING-STATUS-OK              VALUE "00".

      * The ingredient stock, carried whole for the rewrite.
       77 WS-ING-TBL-SIZE        PIC 9(02) VALUE 0.
       01 WS-ING-TBL.
           05 WS-ING             OCCURS 50 TIMES.
               10 WS-ING-NAME         PIC X(15).
               10 WS-ING-ON-HAND      PIC 9(05)V99.
               10 WS-ING-REORDER      PIC X(19).
       77 WS-ING-IDX             PIC 9(02).
       77 WS-ING-FOUND-IDX       PIC 9(02).
       77 WS-ING-RECEIPT-CNT     PIC 9(03) VALUE 0.
       77 WS-ING-EOF             PIC 9(01).
           88 WS-ING-EOF-TRUE               VALUE 1.
           88 WS-ING-EOF-FALSE              VALUE 0.

      * The queued backorders in file (arrival, so oldest-first)
      * order; released rows fall to zero and are left out of the
       77 WS-BKO-TBL-SIZE        PIC 9(03) VALUE 0.
       01 WS-BKO-TBL.
           05 WS-BKO             OCCURS 999 TIMES.
               10 WS-BKO-ORD-ID       PIC 9(05).
               10 WS-BKO-CLI-ID       PIC 9(04).
               10 WS-BKO-ITEM-NAME    PIC X(10).
               10 WS-BKO-QTY          PIC 9(03).
               10 WS-BKO-DATE         PIC 9(08).

       01 WS-REL-LINE.
           05 FILLER              PIC X(06) VALUE "Order ".
           05 WS-REL-ORD-ID       PIC 9(05).
           05 FILLER              PIC X(08) VALUE " client ".
           05 WS-REL-CLI-ID       PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-REL-ITEM         PIC X(10).
           05 FILLER              PIC X(11) VALUE " released :".
               GOBACK
           END-IF.

      * Receipts, their stock movements and the register dates all
      * carry the run date, so a closed month stops the run before
      * anything is taken.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL "perchk" USING WS-PER-PROGRAM WS-RUN-DATE
               WS-PER-RESULT
           END-CALL.
           IF WS-PER-REFUSED THEN
               DISPLAY "Today is in a closed accounting period - no "
                   "receipts can be posted."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-PER-MOVED THEN
               DISPLAY "*** WARNING *** today's period is closed - "
                   "receipts dated " WS-RUN-DATE " instead."
           END-IF.

      * Every writer of this master takes its lock first, so two
      * sessions can no longer clobber each other's rewrite.
           MOVE "inventaire" TO WS-LOCK-NAME.
           PERFORM 0160-LOAD-REGISTER-BEGIN
              THRU 0160-LOAD-REGISTER-END.

           PERFORM 0170-LOAD-INGREDIENTS-BEGIN
              THRU 0170-LOAD-INGREDIENTS-END.

           OPEN EXTEND MOVEMENTS-FILE.
           IF NOT WS-MVT-STATUS-OK THEN
               OPEN OUTPUT MOVEMENTS-FILE
                  THRU 0400-REWRITE-INVENTORY-END
           END-IF.

           IF WS-ING-RECEIPT-CNT > 0 THEN
               PERFORM 0450-REWRITE-INGREDIENTS-BEGIN
                  THRU 0450-REWRITE-INGREDIENTS-END
           END-IF.

           IF WS-RELEASES-WRITTEN > 0 THEN
               PERFORM 0600-REWRITE-BACKORDERS-BEGIN
                  THRU 0600-REWRITE-BACKORDERS-END
                  THRU 0700-REWRITE-REGISTER-END
           END-IF.

      * Ingredient receipts are reconciled on the same report.
           ADD WS-ING-RECEIPT-CNT TO WS-RECEIPT-CNT.
           DISPLAY WS-RECEIPT-CNT " receipt(s) posted, "
               "reconciliation in output/receipt-report.txt.".
           MOVE "FREE" TO WS-LOCK-ACTION.
                               TO WS-REG-RECEIVED(WS-REG-TBL-SIZE)
                           MOVE REG-ACTUAL-DATE
                               TO WS-REG-ACTUAL(WS-REG-TBL-SIZE)
                           IF REG-QUOTED-PRICE IS NUMERIC THEN
                               MOVE REG-QUOTED-PRICE
                                   TO WS-REG-PRICE(WS-REG-TBL-SIZE)
                           ELSE
                               MOVE 0 TO WS-REG-PRICE(WS-REG-TBL-SIZE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PO-REGISTER.
       0160-LOAD-REGISTER-END.

       0170-LOAD-INGREDIENTS-BEGIN.
           SET WS-ING-EOF-FALSE TO TRUE.
           OPEN INPUT INGREDIENTS-FILE.
           IF NOT WS-ING-STATUS-OK THEN
               GO TO 0170-LOAD-INGREDIENTS-END
           END-IF.
           PERFORM UNTIL WS-ING-EOF-TRUE
               READ INGREDIENTS-FILE
                   AT END
                       SET WS-ING-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-ING-TBL-SIZE < 50 THEN
                           ADD 1 TO WS-ING-TBL-SIZE
                           MOVE ING-NAME
                               TO WS-ING-NAME(WS-ING-TBL-SIZE)
                           MOVE ING-ON-HAND
                               TO WS-ING-ON-HAND(WS-ING-TBL-SIZE)
                           MOVE ING-REORDER-DATA
                               TO WS-ING-REORDER(WS-ING-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INGREDIENTS-FILE.
       0170-LOAD-INGREDIENTS-END.

       0150-LOAD-BACKORDERS-BEGIN.
           SET WS-BKO-EOF-FALSE TO TRUE.
           OPEN INPUT BACKORDER-FILE.
                       ELSE
                           MOVE 0 TO WS-ITEM-UNIT-COST(WS-IDX)
                       END-IF
                       MOVE ITEM-CATEGORY TO
                           WS-ITEM-CATEGORY(WS-IDX)
                       MOVE ITEM-SUBCATEGORY TO
                           WS-ITEM-SUBCATEGORY(WS-IDX)
               END-READ
           END-PERFORM.
           CLOSE INVENTORY-FILE.
           ACCEPT WS-COST-RAW.
           COMPUTE WS-ENTRY-COST =
               FUNCTION NUMVAL(WS-COST-RAW) / 100.
           DISPLAY "Put away to location (blank for SHOP) : "
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

      * An item can now be bought from more than its own supplier :
      * a delivery from another one is taken when that supplier has
      * an open PO line for the item.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ITEM-TBL-SIZE
               IF WS-ITEM-NAME(WS-IDX) EQUAL WS-ENTRY-ITEM THEN
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           PERFORM 0250-FIND-PO-LINE-BEGIN
              THRU 0250-FIND-PO-LINE-END.
           MOVE 0 TO WS-ING-FOUND-IDX.
           IF WS-FOUND-IDX EQUAL 0 THEN
               PERFORM VARYING WS-ING-IDX FROM 1 BY 1
                       UNTIL WS-ING-IDX > WS-ING-TBL-SIZE
                   IF WS-ING-NAME(WS-ING-IDX) EQUAL WS-ENTRY-ITEM THEN
                       MOVE WS-ING-IDX TO WS-ING-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.

           EVALUATE TRUE
               WHEN WS-FOUND-IDX EQUAL 0 AND
                    WS-ING-FOUND-IDX > 0 AND
                    WS-REG-FOUND-IDX EQUAL 0
                   DISPLAY "No open PO line for ingredient "
                       WS-ENTRY-ITEM " from " WS-ENTRY-SUPPLIER
                       " - receipt refused."
               WHEN WS-FOUND-IDX EQUAL 0 AND WS-ING-FOUND-IDX > 0
                   PERFORM 0350-POST-INGREDIENT-BEGIN
                      THRU 0350-POST-INGREDIENT-END
               WHEN WS-LOC-FOUND-FALSE
                   DISPLAY "No location " WS-ENTRY-LOCATION
                       " - receipt refused."
               WHEN WS-FOUND-IDX EQUAL 0
                   DISPLAY "No item " WS-ENTRY-ITEM
                       " in data/inventaire.txt - receipt refused."
               WHEN WS-REG-FOUND-IDX EQUAL 0 AND
                    WS-ITEM-SUPPLIER-CODE(WS-FOUND-IDX) NOT EQUAL
                    WS-ENTRY-SUPPLIER
                   DISPLAY "No item " WS-ENTRY-ITEM " for supplier "
                       WS-ENTRY-SUPPLIER " in data/inventaire.txt "
                       "and no open PO line - receipt refused."
               WHEN OTHER
                   PERFORM 0300-POST-RECEIPT-BEGIN
                      THRU 0300-POST-RECEIPT-END
           END-EVALUATE.

           DISPLAY "Enter another receipt (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-USER-INPUT.
       0200-ENTER-RECEIPT-END.

      * The oldest register line still open for this supplier and
      * item, or zero.
       0250-FIND-PO-LINE-BEGIN.
           MOVE 0 TO WS-REG-FOUND-IDX.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-TBL-SIZE
                      OR WS-REG-FOUND-IDX > 0
               IF WS-REG-SUPPLIER(WS-REG-IDX) EQUAL
                  WS-ENTRY-SUPPLIER AND
                  WS-REG-ITEM-NAME(WS-REG-IDX) EQUAL
                  WS-ENTRY-ITEM AND
                  WS-REG-STATE(WS-REG-IDX) NOT EQUAL "CLOSED" THEN
                   MOVE WS-REG-IDX TO WS-REG-FOUND-IDX
               END-IF
           END-PERFORM.
       0250-FIND-PO-LINE-END.

      * Reconcile against the quantity on the open PO line (the
      * ITEM-REORDER-QTY when there is none) and post the
      * received quantity into the book stock. ITEM-AMOUNT is a two-
      * digit field, so a post that would pass 99 is capped there and
      * said out loud rather than silently wrapped.
       0300-POST-RECEIPT-BEGIN.
           IF WS-REG-FOUND-IDX > 0 THEN
               COMPUTE WS-VARIANCE = WS-ENTRY-QTY
                   - WS-REG-QTY(WS-REG-FOUND-IDX)
               MOVE WS-REG-QTY(WS-REG-FOUND-IDX) TO WS-RPT-ORDERED
           ELSE
               COMPUTE WS-VARIANCE = WS-ENTRY-QTY
                   - WS-ITEM-REORDER-QTY(WS-FOUND-IDX)
               MOVE WS-ITEM-REORDER-QTY(WS-FOUND-IDX)
                   TO WS-RPT-ORDERED
           END-IF.

           MOVE WS-ITEM-NAME(WS-FOUND-IDX) TO WS-RPT-ITEM-NAME.
           MOVE WS-ENTRY-SUPPLIER TO WS-RPT-SUPPLIER.
           MOVE WS-ENTRY-QTY TO WS-RPT-RECEIVED.
           EVALUATE TRUE
               WHEN WS-VARIANCE < 0
               END-IF
           END-IF.

      * Any difference from the quoted price is the supplier's to
      * explain, so it is reported however small.
           IF WS-REG-FOUND-IDX > 0 THEN
               IF WS-REG-PRICE(WS-REG-FOUND-IDX) > 0 AND
                  WS-ENTRY-COST > 0 AND
                  WS-ENTRY-COST NOT EQUAL
                  WS-REG-PRICE(WS-REG-FOUND-IDX) THEN
                   MOVE WS-ITEM-NAME(WS-FOUND-IDX)
                       TO WS-RPT-QUOTE-ITEM
                   MOVE WS-ENTRY-COST TO WS-RPT-QUOTE-COST
                   MOVE WS-REG-PRICE(WS-REG-FOUND-IDX)
                       TO WS-RPT-QUOTE-PRICE
                   MOVE WS-REG-PO-NO(WS-REG-FOUND-IDX)
                       TO WS-RPT-QUOTE-PO
                   MOVE WS-RPT-QUOTE-LINE TO RPT-OUT-RCD
                   WRITE RPT-OUT-RCD
               END-IF
           END-IF.

      * Moving average : what was on the shelves at the old cost
      * plus this delivery at its actual cost, over the new on-hand.
           IF WS-ENTRY-COST > 0 AND

           COMPUTE WS-NEW-AMOUNT =
               WS-ITEM-AMOUNT(WS-FOUND-IDX) + WS-ENTRY-QTY.
           IF WS-NEW-AMOUNT > 99999 THEN
               DISPLAY "*** WARNING *** " WS-ITEM-NAME(WS-FOUND-IDX)
                   " on hand capped at 99999 (book field is five "
                   "digits)."
               MOVE 99999 TO WS-NEW-AMOUNT
           END-IF.
           MOVE WS-NEW-AMOUNT TO WS-ITEM-AMOUNT(WS-FOUND-IDX).

           MOVE WS-RUN-DATE TO MVT-DATE.
           MOVE WS-ENTRY-SUPPLIER TO MVT-REF.
           MOVE WS-ENTRY-COST TO MVT-UNIT-COST.
           MOVE WS-ENTRY-LOCATION TO MVT-LOCATION.
           WRITE MVT-RECORD.

           ADD 1 TO WS-RECEIPT-CNT.
              THRU 0550-POST-TO-REGISTER-END.
       0300-POST-RECEIPT-END.

      * A kitchen delivery : reconciled against its PO line like a
      * book delivery, then added to the ingredient's on-hand. The
      * book ledger, costing and backorders are not the kitchen's,
      * so none of them is touched.
       0350-POST-INGREDIENT-BEGIN.
           COMPUTE WS-VARIANCE = WS-ENTRY-QTY
               - WS-REG-QTY(WS-REG-FOUND-IDX).
           MOVE WS-REG-QTY(WS-REG-FOUND-IDX) TO WS-RPT-ORDERED.
           MOVE WS-ENTRY-ITEM TO WS-RPT-ITEM-NAME.
           MOVE WS-ENTRY-SUPPLIER TO WS-RPT-SUPPLIER.
           MOVE WS-ENTRY-QTY TO WS-RPT-RECEIVED.
           EVALUATE TRUE
               WHEN WS-VARIANCE < 0
                   MOVE "SHORT SHIPMENT" TO WS-RPT-VERDICT
               WHEN WS-VARIANCE > 0
                   MOVE "OVER SHIPMENT" TO WS-RPT-VERDICT
               WHEN OTHER
                   MOVE "COMPLETE" TO WS-RPT-VERDICT
           END-EVALUATE.
           MOVE WS-RPT-DETAIL-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

           IF WS-ING-ON-HAND(WS-ING-FOUND-IDX) + WS-ENTRY-QTY
              > 99999.99 THEN
               DISPLAY "*** WARNING *** " WS-ENTRY-ITEM
                   " on hand capped at 99999.99."
               MOVE 99999.99 TO WS-ING-ON-HAND(WS-ING-FOUND-IDX)
           ELSE
               ADD WS-ENTRY-QTY TO WS-ING-ON-HAND(WS-ING-FOUND-IDX)
           END-IF.
           ADD 1 TO WS-ING-RECEIPT-CNT.
           DISPLAY "Ingredient receipt posted.".

           PERFORM 0550-POST-TO-REGISTER-BEGIN
              THRU 0550-POST-TO-REGISTER-END.
       0350-POST-INGREDIENT-END.

      * The receipt posts against the oldest register line still open
      * for this supplier and item : short of the ordered quantity it
      * goes PARTIAL, at or past it CLOSED. A delivery with no open
      * PO line is said out loud but still taken into stock.
       0550-POST-TO-REGISTER-BEGIN.
           IF WS-REG-FOUND-IDX EQUAL 0 THEN
               DISPLAY "No open PO line for " WS-ENTRY-ITEM
                   " from " WS-ENTRY-SUPPLIER " in the register."
               MOVE WS-REG-STATE(WS-REG-IDX) TO REG-STATUS
               MOVE WS-REG-RECEIVED(WS-REG-IDX) TO REG-RECEIVED
               MOVE WS-REG-ACTUAL(WS-REG-IDX) TO REG-ACTUAL-DATE
               MOVE WS-REG-PRICE(WS-REG-IDX) TO REG-QUOTED-PRICE
               WRITE REG-RCD
           END-PERFORM.
           CLOSE PO-REGISTER.
                   TO ITEM-SUPPLIER-CODE
               MOVE WS-ITEM-REORDER-QTY(WS-IDX) TO ITEM-REORDER-QTY
               MOVE WS-ITEM-UNIT-COST(WS-IDX) TO ITEM-UNIT-COST
               MOVE WS-ITEM-CATEGORY(WS-IDX) TO ITEM-CATEGORY
               MOVE WS-ITEM-SUBCATEGORY(WS-IDX) TO ITEM-SUBCATEGORY
               WRITE ITEM-RECORD
           END-PERFORM.
           CLOSE INVENTORY-FILE.
               WS-RECEIPT-CNT " receipt(s) posted.".
       0400-REWRITE-INVENTORY-END.

       0450-REWRITE-INGREDIENTS-BEGIN.
           OPEN OUTPUT INGREDIENTS-FILE.
           PERFORM VARYING WS-ING-IDX FROM 1 BY 1
                   UNTIL WS-ING-IDX > WS-ING-TBL-SIZE
               MOVE SPACES TO ING-RECORD
               MOVE WS-ING-NAME(WS-ING-IDX) TO ING-NAME
               MOVE WS-ING-ON-HAND(WS-ING-IDX) TO ING-ON-HAND
               MOVE WS-ING-REORDER(WS-ING-IDX) TO ING-REORDER-DATA
               WRITE ING-RECORD
           END-PERFORM.
           CLOSE INGREDIENTS-FILE.
           DISPLAY "data/pizzeria-ingredients.txt rewritten with "
               WS-ING-RECEIPT-CNT " receipt(s) posted.".
       0450-REWRITE-INGREDIENTS-END.

      * Frees the master lock on the way out - performed before
      * every error exit as well, so a failed run cannot leave the
      * lock behind for a FORCE.
