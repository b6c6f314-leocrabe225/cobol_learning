               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-F-STATUS.

      * Supplier quotes : an item can be bought from more than one
      * supplier, and the shortage is ordered from whichever the
      * buyer ranked first or, failing a ranking, whichever is
      * cheapest once its lead time is counted against it.
           SELECT SUPPLIER-PRICE-INPUT
               ASSIGN TO "data/supplier-prices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPL-F-STATUS.

      * Shared end-of-day summary log, folded together with the other
      * day15/day17 report programs by eodsum.cbl.
           SELECT EOD-LOG-OUTPUT
       FD SUPPLIER-INPUT.
       COPY suprcd.

       FD SUPPLIER-PRICE-INPUT.
       COPY splrcd.

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

           05 REG-RECEIVED         PIC 9(03).
           05 FILLER               PIC X(01).
           05 REG-ACTUAL-DATE      PIC 9(08).
      * Unit price quoted when the line was ordered, for goodsrcv to
      * hold the delivery against; zero when there was no quote.
           05 FILLER               PIC X(01).
           05 REG-QUOTED-PRICE     PIC 9(04)V99.

       WORKING-STORAGE SECTION.
       01 WS-EOD-STATUS               PIC X(02).
       01 WS-ITEM-TBL.
           05 WS-ITEM            OCCURS 99 TIMES.
               10 WS-ITEM-NAME          PIC X(10).
               10 WS-ITEM-AMOUNT        PIC 9(05).
               10 WS-ITEM-SUPPLIER-CODE PIC X(06).
               10 WS-ITEM-REORDER-QTY   PIC 9(03).
               10 WS-ITEM-ORDER-SUP     PIC X(06).
               10 WS-ITEM-ORDER-PRICE   PIC 9(04)V99.
               10 WS-ITEM-ORDER-QTY     PIC 9(03).

       01 WS-REORDER-POINT       PIC 9(02) VALUE 5.

       01 WS-SUP-M-IDX            PIC 9(02).
       01 WS-SUP-M-FOUND-IDX      PIC 9(02).

       01 WS-SPL-F-STATUS         PIC X(02).
           88 WS-SPL-F-STATUS-OK            VALUE "00".
           88 WS-SPL-F-STATUS-EOF           VALUE "10".

      * The quotes in force today, one per supplier/item pair : the
      * latest valid-from not after the run date wins.
       01 WS-SPL-TBL.
           05 WS-SPL               OCCURS 500 TIMES.
               10 WS-SPL-SUP-CODE       PIC X(06).
               10 WS-SPL-ITEM-NAME      PIC X(10).
               10 WS-SPL-PRICE          PIC 9(04)V99.
               10 WS-SPL-MIN-QTY        PIC 9(03).
               10 WS-SPL-VALID-FROM     PIC 9(08).
               10 WS-SPL-RANK           PIC X(01).
       01 WS-SPL-TBL-SIZE         PIC 9(03) VALUE 0.
       01 WS-SPL-IDX              PIC 9(03).
       01 WS-SPL-FOUND-IDX        PIC 9(03).
       01 WS-SPL-OVERFLOW-CNT     PIC 9(03) VALUE 0.

      * Each day of lead time counts as this percentage on top of
      * the quoted price when unranked quotes are compared, so a
      * slightly dearer supplier who delivers sooner can still win.
       01 WS-LEAD-PCT             PIC 9(03) VALUE 1.
       01 WS-LEAD-FACTOR          PIC 9(05).

      * Best and runner-up quote for the item being ordered : tier 1
      * is the buyer's primary, 2 the secondary, 3 unranked.
       01 WS-CAND-TIER            PIC 9(01).
       01 WS-CAND-SCORE           PIC 9(07)V99.
       01 WS-CAND-LEAD            PIC 9(03).
       01 WS-BEST-IDX             PIC 9(03).
       01 WS-BEST-TIER            PIC 9(01).
       01 WS-BEST-SCORE           PIC 9(07)V99.
       01 WS-BEST-LEAD            PIC 9(03).
       01 WS-ALT-IDX              PIC 9(03).
       01 WS-ALT-TIER             PIC 9(01).
       01 WS-ALT-SCORE            PIC 9(07)V99.
       01 WS-ALT-LEAD             PIC 9(03).
       01 WS-CMP-TIER             PIC 9(01).
       01 WS-CMP-SCORE            PIC 9(07)V99.
       01 WS-CMP-LEAD             PIC 9(03).
       01 WS-CAND-BETTER          PIC 9(01).
           88 WS-CAND-BETTER-TRUE           VALUE 1.
           88 WS-CAND-BETTER-FALSE          VALUE 0.

       01 WS-RPT-CHOICE-LINE.
           05 WS-RPT-CHO-ITEM     PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RPT-CHO-SUP      PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RPT-CHO-PRICE    PIC Z,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RPT-CHO-LEAD     PIC ZZ9.
           05 FILLER              PIC X(02) VALUE "d ".
           05 WS-RPT-CHO-BASIS    PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RPT-CHO-ALT      PIC X(14).

       01 WS-PO-LINE.
           05 WS-PO-ITEM           PIC X(10).
           05 FILLER               PIC X(15) VALUE " - order qty : ".
           05 WS-PO-QTY            PIC 9(03).
           05 WS-PO-PRICE-PART.
               10 WS-PO-AT         PIC X(04).
               10 WS-PO-PRICE      PIC ZZZ9.99.

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-DELIVERY-INTEGER     PIC S9(09) COMP-5.
       01 WS-DELIVERY-DATE        PIC 9(08).
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                   TO WS-REORDER-POINT
           END-IF.
           MOVE "SUP-LEAD-PCT" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                   TO WS-LEAD-PCT
           END-IF.

           PERFORM 0100-LOAD-SUPPLIERS-BEGIN
              THRU 0100-LOAD-SUPPLIERS-END.
           PERFORM 0150-LOAD-PRICES-BEGIN
              THRU 0150-LOAD-PRICES-END.

           MOVE 0 TO WS-IDX
           OPEN INPUT INVENTORY-INPUT.
               ADD 1 TO WS-IDX
           END-PERFORM.

      * Who each shortage goes to, and at what price, with the
      * runner-up alongside so the buyer can see what an override
      * would cost.
           MOVE SPACE TO OUTOFSTOCK-RECORD.
           WRITE OUTOFSTOCK-RECORD.
           MOVE "*** SUPPLIER CHOICE ***" TO OUTOFSTOCK-RECORD.
           WRITE OUTOFSTOCK-RECORD.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > WS-ITEM-TBL-SIZE
               IF WS-ITEM-AMOUNT(WS-IDX) <= WS-REORDER-POINT THEN
                   PERFORM 0400-CHOOSE-SUPPLIER-BEGIN
                      THRU 0400-CHOOSE-SUPPLIER-END
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.

           CLOSE OUTOFSTOCK-OUTPUT.

      * Collect the distinct supplier codes among the low/out-of-stock
                   MOVE 1 TO WS-SUP-IDX
                   PERFORM UNTIL WS-SUP-IDX > WS-SUPPLIER-TBL-SIZE
                       IF WS-SUPPLIER-CODE(WS-SUP-IDX) EQUAL
                          WS-ITEM-ORDER-SUP(WS-IDX) THEN
                           SET WS-SUPPLIER-FOUND-TRUE TO TRUE
                       END-IF
                       ADD 1 TO WS-SUP-IDX
                   IF WS-SUPPLIER-FOUND-FALSE AND
                      WS-SUPPLIER-TBL-SIZE < 20 THEN
                       ADD 1 TO WS-SUPPLIER-TBL-SIZE
                       MOVE WS-ITEM-ORDER-SUP(WS-IDX) TO
                           WS-SUPPLIER-CODE(WS-SUPPLIER-TBL-SIZE)
                   ELSE
                       IF WS-SUPPLIER-FOUND-FALSE THEN
               MOVE 1 TO WS-IDX
               PERFORM UNTIL WS-IDX > WS-ITEM-TBL-SIZE
                   IF WS-ITEM-AMOUNT(WS-IDX) <= WS-REORDER-POINT AND
                      WS-ITEM-ORDER-SUP(WS-IDX) EQUAL
                      WS-SUPPLIER-CODE(WS-SUP-IDX) THEN
                       MOVE WS-ITEM-NAME(WS-IDX) TO WS-PO-ITEM
                       MOVE WS-ITEM-ORDER-QTY(WS-IDX) TO WS-PO-QTY
                       IF WS-ITEM-ORDER-PRICE(WS-IDX) > 0 THEN
                           MOVE " at " TO WS-PO-AT
                           MOVE WS-ITEM-ORDER-PRICE(WS-IDX)
                               TO WS-PO-PRICE
                       ELSE
                           MOVE SPACES TO WS-PO-PRICE-PART
                       END-IF
                       MOVE WS-PO-LINE TO PO-OUT-RCD
                       WRITE PO-OUT-RCD
      * One register row per PO line, OPEN until goodsrcv posts the
      * delivery against it.
                       MOVE WS-SUPPLIER-CODE(WS-SUP-IDX)
                           TO REG-SUPPLIER
                       MOVE WS-ITEM-NAME(WS-IDX) TO REG-ITEM-NAME
                       MOVE WS-ITEM-ORDER-QTY(WS-IDX) TO REG-QTY
                       MOVE WS-RUN-DATE TO REG-DATE
                       MOVE WS-DELIVERY-DATE TO REG-EXPECTED
                       MOVE "OPEN" TO REG-STATUS
                       MOVE 0 TO REG-RECEIVED
                       MOVE 0 TO REG-ACTUAL-DATE
                       MOVE WS-ITEM-ORDER-PRICE(WS-IDX)
                           TO REG-QUOTED-PRICE
                       WRITE REG-RCD
                       ADD 1 TO WS-REG-ROWS-ADDED
                   END-IF
           CLOSE EOD-LOG-OUTPUT.

      * Exit status for the scheduler : 0 clean, 4 when suppliers
      * were dropped from the purchase-order run or quotes from the
      * price list, 8 on the aborts above.
           IF WS-SUPPLIER-OVERFLOW-CNT > 0 OR
              WS-SPL-OVERFLOW-CNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           MOVE SPACE TO PO-OUT-RCD.
           WRITE PO-OUT-RCD.
       0200-PO-ADDRESS-BLOCK-END.

      * Quotes in force on the run date, one per supplier/item pair :
      * the file is append-only, so a later row for the same pair
      * and the same or a later valid-from supersedes the earlier.
       0150-LOAD-PRICES-BEGIN.
           OPEN INPUT SUPPLIER-PRICE-INPUT.
           IF NOT WS-SPL-F-STATUS-OK THEN
               DISPLAY "No data/supplier-prices.txt - shortages go "
                   "to each item's own supplier without a quote."
               GO TO 0150-LOAD-PRICES-END
           END-IF.
           PERFORM UNTIL NOT WS-SPL-F-STATUS-OK
               READ SUPPLIER-PRICE-INPUT
                   NOT AT END
                       IF SPL-VALID-FROM IS NUMERIC AND
                          SPL-VALID-FROM <= WS-RUN-DATE THEN
                           PERFORM 0160-KEEP-PRICE-BEGIN
                              THRU 0160-KEEP-PRICE-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPPLIER-PRICE-INPUT.
           IF WS-SPL-OVERFLOW-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-SPL-OVERFLOW-CNT
                   " quote(s) in data/supplier-prices.txt could not "
                   "fit in the 500 quote table slots and were ignored."
           END-IF.
       0150-LOAD-PRICES-END.

       0160-KEEP-PRICE-BEGIN.
           MOVE 0 TO WS-SPL-FOUND-IDX.
           PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                   UNTIL WS-SPL-IDX > WS-SPL-TBL-SIZE
               IF WS-SPL-SUP-CODE(WS-SPL-IDX) EQUAL SPL-SUP-CODE AND
                  WS-SPL-ITEM-NAME(WS-SPL-IDX) EQUAL SPL-ITEM-NAME THEN
                   MOVE WS-SPL-IDX TO WS-SPL-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-SPL-FOUND-IDX EQUAL 0 THEN
               IF WS-SPL-TBL-SIZE >= 500 THEN
                   ADD 1 TO WS-SPL-OVERFLOW-CNT
                   GO TO 0160-KEEP-PRICE-END
               END-IF
               ADD 1 TO WS-SPL-TBL-SIZE
               MOVE WS-SPL-TBL-SIZE TO WS-SPL-FOUND-IDX
           ELSE
               IF SPL-VALID-FROM <
                  WS-SPL-VALID-FROM(WS-SPL-FOUND-IDX) THEN
                   GO TO 0160-KEEP-PRICE-END
               END-IF
           END-IF.
           MOVE SPL-SUP-CODE TO WS-SPL-SUP-CODE(WS-SPL-FOUND-IDX).
           MOVE SPL-ITEM-NAME TO WS-SPL-ITEM-NAME(WS-SPL-FOUND-IDX).
           MOVE SPL-PRICE TO WS-SPL-PRICE(WS-SPL-FOUND-IDX).
           IF SPL-MIN-QTY IS NUMERIC THEN
               MOVE SPL-MIN-QTY TO WS-SPL-MIN-QTY(WS-SPL-FOUND-IDX)
           ELSE
               MOVE 0 TO WS-SPL-MIN-QTY(WS-SPL-FOUND-IDX)
           END-IF.
           MOVE SPL-VALID-FROM TO WS-SPL-VALID-FROM(WS-SPL-FOUND-IDX).
           MOVE SPL-RANK TO WS-SPL-RANK(WS-SPL-FOUND-IDX).
       0160-KEEP-PRICE-END.

      * Supplier, price and quantity for the shortage at WS-IDX. The
      * buyer's primary beats a secondary, which beats an unranked
      * quote; within a tier the lower lead-weighted price wins and
      * then the shorter lead time. With no quote in force the item
      * still goes to its own supplier, at no quoted price.
       0400-CHOOSE-SUPPLIER-BEGIN.
           MOVE 0 TO WS-BEST-IDX.
           MOVE 0 TO WS-ALT-IDX.
           PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                   UNTIL WS-SPL-IDX > WS-SPL-TBL-SIZE
               IF WS-SPL-ITEM-NAME(WS-SPL-IDX) EQUAL
                  WS-ITEM-NAME(WS-IDX) THEN
                   PERFORM 0410-RANK-QUOTE-BEGIN
                      THRU 0410-RANK-QUOTE-END
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-RPT-CHOICE-LINE.
           MOVE WS-ITEM-NAME(WS-IDX) TO WS-RPT-CHO-ITEM.
           IF WS-BEST-IDX EQUAL 0 THEN
               MOVE WS-ITEM-SUPPLIER-CODE(WS-IDX)
                   TO WS-ITEM-ORDER-SUP(WS-IDX)
               MOVE 0 TO WS-ITEM-ORDER-PRICE(WS-IDX)
               MOVE WS-ITEM-REORDER-QTY(WS-IDX)
                   TO WS-ITEM-ORDER-QTY(WS-IDX)
               MOVE WS-ITEM-SUPPLIER-CODE(WS-IDX) TO WS-RPT-CHO-SUP
               MOVE 0 TO WS-RPT-CHO-PRICE
               MOVE 0 TO WS-RPT-CHO-LEAD
               MOVE "NO QUOTE" TO WS-RPT-CHO-BASIS
               MOVE WS-RPT-CHOICE-LINE TO OUTOFSTOCK-RECORD
               WRITE OUTOFSTOCK-RECORD
               GO TO 0400-CHOOSE-SUPPLIER-END
           END-IF.

           MOVE WS-SPL-SUP-CODE(WS-BEST-IDX)
               TO WS-ITEM-ORDER-SUP(WS-IDX).
           MOVE WS-SPL-PRICE(WS-BEST-IDX)
               TO WS-ITEM-ORDER-PRICE(WS-IDX).
      * The supplier will not ship below its minimum, so the order
      * is raised to it rather than refused at their end.
           IF WS-SPL-MIN-QTY(WS-BEST-IDX) >
              WS-ITEM-REORDER-QTY(WS-IDX) THEN
               MOVE WS-SPL-MIN-QTY(WS-BEST-IDX)
                   TO WS-ITEM-ORDER-QTY(WS-IDX)
           ELSE
               MOVE WS-ITEM-REORDER-QTY(WS-IDX)
                   TO WS-ITEM-ORDER-QTY(WS-IDX)
           END-IF.

           MOVE WS-SPL-SUP-CODE(WS-BEST-IDX) TO WS-RPT-CHO-SUP.
           MOVE WS-SPL-PRICE(WS-BEST-IDX) TO WS-RPT-CHO-PRICE.
           MOVE WS-BEST-LEAD TO WS-RPT-CHO-LEAD.
           EVALUATE WS-BEST-TIER
               WHEN 1
                   MOVE "PRIMARY" TO WS-RPT-CHO-BASIS
               WHEN 2
                   MOVE "SECONDRY" TO WS-RPT-CHO-BASIS
               WHEN OTHER
                   MOVE "COST" TO WS-RPT-CHO-BASIS
           END-EVALUATE.
           IF WS-ALT-IDX > 0 THEN
               STRING "next " DELIMITED BY SIZE
                      WS-SPL-SUP-CODE(WS-ALT-IDX) DELIMITED BY SIZE
                   INTO WS-RPT-CHO-ALT
           END-IF.
           MOVE WS-RPT-CHOICE-LINE TO OUTOFSTOCK-RECORD.
           WRITE OUTOFSTOCK-RECORD.
       0400-CHOOSE-SUPPLIER-END.

      * Tier, lead-weighted price and lead time of the quote at
      * WS-SPL-IDX, slotted in as best or runner-up if it beats them.
       0410-RANK-QUOTE-BEGIN.
           EVALUATE WS-SPL-RANK(WS-SPL-IDX)
               WHEN "P"
                   MOVE 1 TO WS-CAND-TIER
               WHEN "S"
                   MOVE 2 TO WS-CAND-TIER
               WHEN OTHER
                   MOVE 3 TO WS-CAND-TIER
           END-EVALUATE.
           MOVE 0 TO WS-CAND-LEAD.
           PERFORM VARYING WS-SUP-M-IDX FROM 1 BY 1
                   UNTIL WS-SUP-M-IDX > WS-SUP-M-TBL-SIZE
               IF WS-SUP-M-CODE(WS-SUP-M-IDX) EQUAL
                  WS-SPL-SUP-CODE(WS-SPL-IDX) THEN
                   MOVE WS-SUP-M-LEAD-DAYS(WS-SUP-M-IDX)
                       TO WS-CAND-LEAD
               END-IF
           END-PERFORM.
           COMPUTE WS-LEAD-FACTOR = 100 + WS-CAND-LEAD * WS-LEAD-PCT.
           COMPUTE WS-CAND-SCORE =
               WS-SPL-PRICE(WS-SPL-IDX) * WS-LEAD-FACTOR / 100.

           IF WS-BEST-IDX EQUAL 0 THEN
               SET WS-CAND-BETTER-TRUE TO TRUE
           ELSE
               MOVE WS-BEST-TIER TO WS-CMP-TIER
               MOVE WS-BEST-SCORE TO WS-CMP-SCORE
               MOVE WS-BEST-LEAD TO WS-CMP-LEAD
               PERFORM 0420-COMPARE-QUOTE-BEGIN
                  THRU 0420-COMPARE-QUOTE-END
           END-IF.
           IF WS-CAND-BETTER-TRUE THEN
               MOVE WS-BEST-IDX TO WS-ALT-IDX
               MOVE WS-BEST-TIER TO WS-ALT-TIER
               MOVE WS-BEST-SCORE TO WS-ALT-SCORE
               MOVE WS-BEST-LEAD TO WS-ALT-LEAD
               MOVE WS-SPL-IDX TO WS-BEST-IDX
               MOVE WS-CAND-TIER TO WS-BEST-TIER
               MOVE WS-CAND-SCORE TO WS-BEST-SCORE
               MOVE WS-CAND-LEAD TO WS-BEST-LEAD
               GO TO 0410-RANK-QUOTE-END
           END-IF.

           IF WS-ALT-IDX EQUAL 0 THEN
               SET WS-CAND-BETTER-TRUE TO TRUE
           ELSE
               MOVE WS-ALT-TIER TO WS-CMP-TIER
               MOVE WS-ALT-SCORE TO WS-CMP-SCORE
               MOVE WS-ALT-LEAD TO WS-CMP-LEAD
               PERFORM 0420-COMPARE-QUOTE-BEGIN
                  THRU 0420-COMPARE-QUOTE-END
           END-IF.
           IF WS-CAND-BETTER-TRUE THEN
               MOVE WS-SPL-IDX TO WS-ALT-IDX
               MOVE WS-CAND-TIER TO WS-ALT-TIER
               MOVE WS-CAND-SCORE TO WS-ALT-SCORE
               MOVE WS-CAND-LEAD TO WS-ALT-LEAD
           END-IF.
       0410-RANK-QUOTE-END.

       0420-COMPARE-QUOTE-BEGIN.
           EVALUATE TRUE
               WHEN WS-CAND-TIER < WS-CMP-TIER
                   SET WS-CAND-BETTER-TRUE TO TRUE
               WHEN WS-CAND-TIER > WS-CMP-TIER
                   SET WS-CAND-BETTER-FALSE TO TRUE
               WHEN WS-CAND-SCORE < WS-CMP-SCORE
                   SET WS-CAND-BETTER-TRUE TO TRUE
               WHEN WS-CAND-SCORE > WS-CMP-SCORE
                   SET WS-CAND-BETTER-FALSE TO TRUE
               WHEN WS-CAND-LEAD < WS-CMP-LEAD
                   SET WS-CAND-BETTER-TRUE TO TRUE
               WHEN OTHER
                   SET WS-CAND-BETTER-FALSE TO TRUE
           END-EVALUATE.
       0420-COMPARE-QUOTE-END.
