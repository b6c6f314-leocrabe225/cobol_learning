       IDENTIFICATION DIVISION.
       PROGRAM-ID. ingreord.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Ingredients below their reorder level are ordered from their
      * supplier the way outofsto.cbl orders the books : one purchase
      * order per supplier, one register row per line, so pochase.cbl
      * chases them and goodsrcv.cbl tops the stock back up.
           SELECT INGREDIENTS-INPUT
               ASSIGN TO "data/pizzeria-ingredients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ING-STATUS.

           SELECT SUPPLIER-INPUT
               ASSIGN TO "data/fournisseurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-STATUS.

      * The quote in force, for the price the delivery is held to
      * and the least the supplier will ship.
           SELECT SUPPLIER-PRICE-INPUT
               ASSIGN TO "data/supplier-prices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPL-STATUS.

      * Read first for what is already on order, then extended with
      * the lines raised by this run.
           SELECT PO-REGISTER
               ASSIGN TO "data/po-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT PURCHASE-ORDER-OUTPUT
               ASSIGN TO DYNAMIC WS-PO-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REORDER-REPORT-OUTPUT
               ASSIGN TO "output/pizzeria-reorder.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INGREDIENTS-INPUT.
       COPY ingrcd.

       FD SUPPLIER-INPUT.
       COPY suprcd.

       FD SUPPLIER-PRICE-INPUT.
       COPY splrcd.

       FD PO-REGISTER.
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

       FD PURCHASE-ORDER-OUTPUT.
       01 PO-OUT-RCD                PIC X(40).

       FD REORDER-REPORT-OUTPUT.
       01 RPT-OUT-RCD               PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ING-STATUS           PIC X(02).
           88 WS-ING-STATUS-OK              VALUE "00".
       01 WS-SUP-STATUS           PIC X(02).
           88 WS-SUP-STATUS-OK              VALUE "00".
       01 WS-SPL-STATUS           PIC X(02).
           88 WS-SPL-STATUS-OK              VALUE "00".
       01 WS-REG-STATUS           PIC X(02).
           88 WS-REG-STATUS-OK              VALUE "00".
       01 WS-EOF                  PIC 9(01).
           88 WS-EOF-TRUE                   VALUE 1.
           88 WS-EOF-FALSE                  VALUE 0.

       77 WS-RUN-DATE             PIC 9(08).

      * The ingredients set up for reordering, with what is already
      * on order and, once chosen, what this run orders.
       77 WS-ING-TBL-SIZE         PIC 9(02) VALUE 0.
       01 WS-ING-TBL.
           05 WS-ING              OCCURS 50 TIMES.
               10 WS-ING-NAME     PIC X(15).
               10 WS-ING-ON-HAND  PIC 9(05)V99.
               10 WS-ING-LEVEL    PIC 9(05)V99.
               10 WS-ING-QTY      PIC 9(03).
               10 WS-ING-SUPPLIER PIC X(06).
               10 WS-ING-ON-ORDER PIC 9(05).
               10 WS-ING-ORDER    PIC 9(03).
               10 WS-ING-PRICE    PIC 9(04)V99.
       77 WS-IDX                  PIC 9(02).
       77 WS-NOT-SET-CNT          PIC 9(02) VALUE 0.
       77 WS-LONG-NAME-CNT        PIC 9(02) VALUE 0.

       77 WS-SUP-M-TBL-SIZE       PIC 9(02) VALUE 0.
       01 WS-SUP-M-TBL.
           05 WS-SUP-M            OCCURS 20 TIMES.
               10 WS-SUP-M-CODE      PIC X(06).
               10 WS-SUP-M-NAME      PIC X(20).
               10 WS-SUP-M-ADDRESS   PIC X(30).
               10 WS-SUP-M-EMAIL     PIC X(30).
               10 WS-SUP-M-LEAD-DAYS PIC 9(03).
       77 WS-SUP-M-IDX            PIC 9(02).
       77 WS-SUP-M-FOUND-IDX      PIC 9(02).

      * Quotes in force on the run date, one per supplier/item pair.
       77 WS-SPL-TBL-SIZE         PIC 9(03) VALUE 0.
       01 WS-SPL-TBL.
           05 WS-SPL              OCCURS 500 TIMES.
               10 WS-SPL-SUP-CODE    PIC X(06).
               10 WS-SPL-ITEM-NAME   PIC X(10).
               10 WS-SPL-PRICE       PIC 9(04)V99.
               10 WS-SPL-MIN-QTY     PIC 9(03).
               10 WS-SPL-VALID-FROM  PIC 9(08).
       77 WS-SPL-IDX              PIC 9(03).
       77 WS-SPL-FOUND-IDX        PIC 9(03).

      * The suppliers this run writes a purchase order to.
       77 WS-ORD-SUP-CNT          PIC 9(02) VALUE 0.
       01 WS-ORD-SUP-TBL.
           05 WS-ORD-SUP          PIC X(06) OCCURS 50 TIMES.
       77 WS-ORD-SUP-IDX          PIC 9(02).
       77 WS-ORD-SUP-FOUND        PIC 9(02).

       01 WS-PO-FILENAME          PIC X(30).
       77 WS-NEXT-PO-NO           PIC 9(05) VALUE 0.
       77 WS-SEQ-NAME             PIC X(08).
       77 WS-SEQ-FALLBACK         PIC 9(09).
       77 WS-SEQ-CEILING          PIC 9(09).
       77 WS-SEQ-NEXT             PIC 9(09).
       77 WS-DELIVERY-INTEGER     PIC S9(09) COMP-5.
       77 WS-DELIVERY-DATE        PIC 9(08).
       77 WS-SHORT-CNT            PIC 9(02) VALUE 0.
       77 WS-REG-ROWS-ADDED       PIC 9(03) VALUE 0.
       77 WS-COVERED              PIC S9(06)V99.

       01 WS-PO-LINE.
           05 WS-PO-ITEM           PIC X(10).
           05 FILLER               PIC X(15) VALUE " - order qty : ".
           05 WS-PO-QTY            PIC 9(03).
           05 WS-PO-PRICE-PART.
               10 WS-PO-AT         PIC X(04).
               10 WS-PO-PRICE      PIC ZZZ9.99.

       01 WS-PO-DELIVERY-LINE.
           05 FILLER               PIC X(20) VALUE
               "Expected delivery : ".
           05 WS-PO-DELIVERY-DATE  PIC 9(08).

       01 WS-RPT-TITLE-LINE.
           05 FILLER              PIC X(27) VALUE
               "*** INGREDIENT REORDER for ".
           05 WS-RPT-TITLE-DATE   PIC 9(08).
           05 FILLER              PIC X(04) VALUE " ***".

       01 WS-RPT-DETAIL-LINE.
           05 WS-RPT-ING          PIC X(15).
           05 FILLER              PIC X(05) VALUE " has ".
           05 WS-RPT-ON-HAND      PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(10) VALUE " level : ".
           05 WS-RPT-LEVEL        PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RPT-ACTION       PIC X(29).

       01 WS-RPT-ORDERED.
           05 FILLER              PIC X(08) VALUE "ordered ".
           05 WS-RPT-ORD-QTY      PIC ZZ9.
           05 FILLER              PIC X(06) VALUE " from ".
           05 WS-RPT-ORD-SUP      PIC X(06).

       01 WS-RPT-ON-ORDER.
           05 FILLER              PIC X(09) VALUE "on order ".
           05 WS-RPT-OPEN-QTY     PIC ZZZZ9.
           05 FILLER              PIC X(08) VALUE " already".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 0200-LOAD-INGREDIENTS-BEGIN
              THRU 0200-LOAD-INGREDIENTS-END.
           IF WS-ING-TBL-SIZE EQUAL 0 THEN
               DISPLAY "No ingredient in data/pizzeria-ingredients.txt"
                   " has a reorder level - nothing to order."
               GOBACK
           END-IF.
           PERFORM 0100-LOAD-SUPPLIERS-BEGIN
              THRU 0100-LOAD-SUPPLIERS-END.
           PERFORM 0150-LOAD-PRICES-BEGIN
              THRU 0150-LOAD-PRICES-END.
           PERFORM 0300-SCAN-REGISTER-BEGIN
              THRU 0300-SCAN-REGISTER-END.
           PERFORM 0400-PICK-SHORTAGES-BEGIN
              THRU 0400-PICK-SHORTAGES-END.

           IF WS-ORD-SUP-CNT > 0 THEN
               OPEN EXTEND PO-REGISTER
               IF NOT WS-REG-STATUS-OK THEN
                   OPEN OUTPUT PO-REGISTER
               END-IF
               PERFORM VARYING WS-ORD-SUP-IDX FROM 1 BY 1
                       UNTIL WS-ORD-SUP-IDX > WS-ORD-SUP-CNT
                   PERFORM 0500-RAISE-PO-BEGIN
                      THRU 0500-RAISE-PO-END
               END-PERFORM
               CLOSE PO-REGISTER
           END-IF.

           DISPLAY WS-SHORT-CNT " ingredient(s) below their level, "
               WS-REG-ROWS-ADDED " PO line(s) registered in "
               "data/po-register.txt.".
           IF WS-NOT-SET-CNT > 0 OR WS-LONG-NAME-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-NOT-SET-CNT
                   " ingredient(s) with no reorder settings, "
                   WS-LONG-NAME-CNT " with a name over ten "
                   "characters - not reordered."
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0100-LOAD-SUPPLIERS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SUPPLIER-INPUT.
           IF NOT WS-SUP-STATUS-OK THEN
               DISPLAY "No data/fournisseurs.txt - purchase orders "
                   "will carry codes without address blocks."
               GO TO 0100-LOAD-SUPPLIERS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ SUPPLIER-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-SUP-M-TBL-SIZE < 20 THEN
                           ADD 1 TO WS-SUP-M-TBL-SIZE
                           MOVE SUP-CODE
                               TO WS-SUP-M-CODE(WS-SUP-M-TBL-SIZE)
                           MOVE SUP-NAME
                               TO WS-SUP-M-NAME(WS-SUP-M-TBL-SIZE)
                           MOVE SUP-ADDRESS
                               TO WS-SUP-M-ADDRESS(WS-SUP-M-TBL-SIZE)
                           MOVE SUP-EMAIL
                               TO WS-SUP-M-EMAIL(WS-SUP-M-TBL-SIZE)
                           MOVE SUP-LEAD-DAYS
                              TO WS-SUP-M-LEAD-DAYS(WS-SUP-M-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPPLIER-INPUT.
       0100-LOAD-SUPPLIERS-END.

      * Same rule as outofsto.cbl : the file is append-only, so the
      * latest valid-from not after the run date wins for a pair.
       0150-LOAD-PRICES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SUPPLIER-PRICE-INPUT.
           IF NOT WS-SPL-STATUS-OK THEN
               GO TO 0150-LOAD-PRICES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ SUPPLIER-PRICE-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF SPL-VALID-FROM IS NUMERIC AND
                          SPL-VALID-FROM <= WS-RUN-DATE THEN
                           PERFORM 0160-KEEP-PRICE-BEGIN
                              THRU 0160-KEEP-PRICE-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPPLIER-PRICE-INPUT.
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
       0160-KEEP-PRICE-END.

      * Only rows with a level, a quantity and a supplier take part;
      * the register's item column is ten characters, so a longer
      * name could never be matched back at goods receipt.
       0200-LOAD-INGREDIENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT INGREDIENTS-INPUT.
           IF NOT WS-ING-STATUS-OK THEN
               DISPLAY "No data/pizzeria-ingredients.txt - nothing "
                   "to reorder."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ INGREDIENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       PERFORM 0210-KEEP-INGREDIENT-BEGIN
                          THRU 0210-KEEP-INGREDIENT-END
               END-READ
           END-PERFORM.
           CLOSE INGREDIENTS-INPUT.
       0200-LOAD-INGREDIENTS-END.

       0210-KEEP-INGREDIENT-BEGIN.
           IF ING-REORDER-LEVEL NOT NUMERIC OR
              ING-REORDER-QTY NOT NUMERIC OR
              ING-SUPPLIER-CODE EQUAL SPACE THEN
               ADD 1 TO WS-NOT-SET-CNT
               GO TO 0210-KEEP-INGREDIENT-END
           END-IF.
           IF ING-NAME(11:5) NOT EQUAL SPACE THEN
               ADD 1 TO WS-LONG-NAME-CNT
               GO TO 0210-KEEP-INGREDIENT-END
           END-IF.
           IF WS-ING-TBL-SIZE NOT < 50 THEN
               GO TO 0210-KEEP-INGREDIENT-END
           END-IF.
           ADD 1 TO WS-ING-TBL-SIZE.
           MOVE ING-NAME TO WS-ING-NAME(WS-ING-TBL-SIZE).
           MOVE ING-ON-HAND TO WS-ING-ON-HAND(WS-ING-TBL-SIZE).
           MOVE ING-REORDER-LEVEL TO WS-ING-LEVEL(WS-ING-TBL-SIZE).
           MOVE ING-REORDER-QTY TO WS-ING-QTY(WS-ING-TBL-SIZE).
           MOVE ING-SUPPLIER-CODE TO WS-ING-SUPPLIER(WS-ING-TBL-SIZE).
           MOVE 0 TO WS-ING-ON-ORDER(WS-ING-TBL-SIZE).
           MOVE 0 TO WS-ING-ORDER(WS-ING-TBL-SIZE).
           MOVE 0 TO WS-ING-PRICE(WS-ING-TBL-SIZE).
       0210-KEEP-INGREDIENT-END.

      * What is still owed on open and part-received lines counts as
      * stock already coming, so a rerun before the truck arrives
      * orders nothing twice. The highest PO number seeds getseq the
      * first time it is asked, as in outofsto.cbl.
       0300-SCAN-REGISTER-BEGIN.
           MOVE 0 TO WS-NEXT-PO-NO.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PO-REGISTER.
           IF NOT WS-REG-STATUS-OK THEN
               MOVE 1 TO WS-NEXT-PO-NO
               GO TO 0300-SCAN-REGISTER-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ PO-REGISTER
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF REG-PO-NO >= WS-NEXT-PO-NO THEN
                           MOVE REG-PO-NO TO WS-NEXT-PO-NO
                       END-IF
                       IF REG-STATUS NOT EQUAL "CLOSED" THEN
                           PERFORM 0310-ADD-ON-ORDER-BEGIN
                              THRU 0310-ADD-ON-ORDER-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PO-REGISTER.
           ADD 1 TO WS-NEXT-PO-NO.
       0300-SCAN-REGISTER-END.

       0310-ADD-ON-ORDER-BEGIN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ING-TBL-SIZE
               IF WS-ING-NAME(WS-IDX) EQUAL REG-ITEM-NAME AND
                  REG-QTY > REG-RECEIVED THEN
                   COMPUTE WS-ING-ON-ORDER(WS-IDX) =
                       WS-ING-ON-ORDER(WS-IDX)
                       + REG-QTY - REG-RECEIVED
               END-IF
           END-PERFORM.
       0310-ADD-ON-ORDER-END.

      * Below the level once what is on order is counted : the
      * reorder quantity goes to the ingredient's own supplier,
      * raised to the quote's minimum when there is one.
       0400-PICK-SHORTAGES-BEGIN.
           OPEN OUTPUT REORDER-REPORT-OUTPUT.
           MOVE WS-RUN-DATE TO WS-RPT-TITLE-DATE.
           MOVE WS-RPT-TITLE-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ING-TBL-SIZE
               IF WS-ING-ON-HAND(WS-IDX) < WS-ING-LEVEL(WS-IDX) THEN
                   ADD 1 TO WS-SHORT-CNT
                   PERFORM 0410-ONE-SHORTAGE-BEGIN
                      THRU 0410-ONE-SHORTAGE-END
               END-IF
           END-PERFORM.

           IF WS-SHORT-CNT EQUAL 0 THEN
               MOVE "Every ingredient is above its reorder level."
                   TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-IF.
           CLOSE REORDER-REPORT-OUTPUT.
       0400-PICK-SHORTAGES-END.

       0410-ONE-SHORTAGE-BEGIN.
           MOVE WS-ING-NAME(WS-IDX) TO WS-RPT-ING.
           MOVE WS-ING-ON-HAND(WS-IDX) TO WS-RPT-ON-HAND.
           MOVE WS-ING-LEVEL(WS-IDX) TO WS-RPT-LEVEL.
           COMPUTE WS-COVERED =
               WS-ING-ON-HAND(WS-IDX) + WS-ING-ON-ORDER(WS-IDX).
           IF WS-COVERED NOT < WS-ING-LEVEL(WS-IDX) THEN
               MOVE WS-ING-ON-ORDER(WS-IDX) TO WS-RPT-OPEN-QTY
               MOVE WS-RPT-ON-ORDER TO WS-RPT-ACTION
               MOVE WS-RPT-DETAIL-LINE TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
               GO TO 0410-ONE-SHORTAGE-END
           END-IF.

           MOVE WS-ING-QTY(WS-IDX) TO WS-ING-ORDER(WS-IDX).
           MOVE 0 TO WS-SPL-FOUND-IDX.
           PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                   UNTIL WS-SPL-IDX > WS-SPL-TBL-SIZE
               IF WS-SPL-SUP-CODE(WS-SPL-IDX) EQUAL
                  WS-ING-SUPPLIER(WS-IDX) AND
                  WS-SPL-ITEM-NAME(WS-SPL-IDX) EQUAL
                  WS-ING-NAME(WS-IDX) THEN
                   MOVE WS-SPL-IDX TO WS-SPL-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-SPL-FOUND-IDX > 0 THEN
               MOVE WS-SPL-PRICE(WS-SPL-FOUND-IDX)
                   TO WS-ING-PRICE(WS-IDX)
               IF WS-SPL-MIN-QTY(WS-SPL-FOUND-IDX) >
                  WS-ING-ORDER(WS-IDX) THEN
                   MOVE WS-SPL-MIN-QTY(WS-SPL-FOUND-IDX)
                       TO WS-ING-ORDER(WS-IDX)
               END-IF
           END-IF.

           MOVE 0 TO WS-ORD-SUP-FOUND.
           PERFORM VARYING WS-ORD-SUP-IDX FROM 1 BY 1
                   UNTIL WS-ORD-SUP-IDX > WS-ORD-SUP-CNT
               IF WS-ORD-SUP(WS-ORD-SUP-IDX) EQUAL
                  WS-ING-SUPPLIER(WS-IDX) THEN
                   MOVE WS-ORD-SUP-IDX TO WS-ORD-SUP-FOUND
               END-IF
           END-PERFORM.
           IF WS-ORD-SUP-FOUND EQUAL 0 THEN
               ADD 1 TO WS-ORD-SUP-CNT
               MOVE WS-ING-SUPPLIER(WS-IDX)
                   TO WS-ORD-SUP(WS-ORD-SUP-CNT)
           END-IF.

           MOVE WS-ING-ORDER(WS-IDX) TO WS-RPT-ORD-QTY.
           MOVE WS-ING-SUPPLIER(WS-IDX) TO WS-RPT-ORD-SUP.
           MOVE WS-RPT-ORDERED TO WS-RPT-ACTION.
           MOVE WS-RPT-DETAIL-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
       0410-ONE-SHORTAGE-END.

      * One PO number per supplier from getseq, the purchase order
      * file headed with the supplier's address block, and an OPEN
      * register row per line for goodsrcv to post against.
       0500-RAISE-PO-BEGIN.
           MOVE "PO" TO WS-SEQ-NAME.
           COMPUTE WS-SEQ-FALLBACK = WS-NEXT-PO-NO - 1.
           MOVE 99999 TO WS-SEQ-CEILING.
           CALL "getseq" USING WS-SEQ-NAME WS-SEQ-FALLBACK
               WS-SEQ-CEILING WS-SEQ-NEXT
           END-CALL.
           IF WS-SEQ-NEXT > 0 THEN
               MOVE WS-SEQ-NEXT TO WS-NEXT-PO-NO
           END-IF.

           MOVE SPACES TO WS-PO-FILENAME.
           STRING "output/po-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ORD-SUP(WS-ORD-SUP-IDX))
                      DELIMITED BY SIZE
                  "-ing.txt" DELIMITED BY SIZE
               INTO WS-PO-FILENAME.
           OPEN OUTPUT PURCHASE-ORDER-OUTPUT.
           MOVE SPACES TO PO-OUT-RCD.
           STRING "*** PURCHASE ORDER - SUPPLIER "
                      DELIMITED BY SIZE
                  WS-ORD-SUP(WS-ORD-SUP-IDX) DELIMITED BY SIZE
                  " ***" DELIMITED BY SIZE
               INTO PO-OUT-RCD.
           WRITE PO-OUT-RCD.
           PERFORM 0510-PO-ADDRESS-BLOCK-BEGIN
              THRU 0510-PO-ADDRESS-BLOCK-END.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ING-TBL-SIZE
               IF WS-ING-ORDER(WS-IDX) > 0 AND
                  WS-ING-SUPPLIER(WS-IDX) EQUAL
                  WS-ORD-SUP(WS-ORD-SUP-IDX) THEN
                   PERFORM 0520-PO-LINE-BEGIN
                      THRU 0520-PO-LINE-END
               END-IF
           END-PERFORM.
           CLOSE PURCHASE-ORDER-OUTPUT.
           ADD 1 TO WS-NEXT-PO-NO.
       0500-RAISE-PO-END.

       0510-PO-ADDRESS-BLOCK-BEGIN.
           MOVE 0 TO WS-SUP-M-FOUND-IDX.
           PERFORM VARYING WS-SUP-M-IDX FROM 1 BY 1
                   UNTIL WS-SUP-M-IDX > WS-SUP-M-TBL-SIZE
               IF WS-SUP-M-CODE(WS-SUP-M-IDX) EQUAL
                  WS-ORD-SUP(WS-ORD-SUP-IDX) THEN
                   MOVE WS-SUP-M-IDX TO WS-SUP-M-FOUND-IDX
               END-IF
           END-PERFORM.

           IF WS-SUP-M-FOUND-IDX EQUAL 0 THEN
               MOVE "(supplier not on file)" TO PO-OUT-RCD
               WRITE PO-OUT-RCD
      * No lead time on file : due the day it is ordered, so the
      * chase report flags it at once.
               MOVE WS-RUN-DATE TO WS-DELIVERY-DATE
           ELSE
               MOVE WS-SUP-M-NAME(WS-SUP-M-FOUND-IDX) TO PO-OUT-RCD
               WRITE PO-OUT-RCD
               MOVE WS-SUP-M-ADDRESS(WS-SUP-M-FOUND-IDX) TO PO-OUT-RCD
               WRITE PO-OUT-RCD
               MOVE WS-SUP-M-EMAIL(WS-SUP-M-FOUND-IDX) TO PO-OUT-RCD
               WRITE PO-OUT-RCD
               COMPUTE WS-DELIVERY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   + WS-SUP-M-LEAD-DAYS(WS-SUP-M-FOUND-IDX)
               MOVE FUNCTION DATE-OF-INTEGER(WS-DELIVERY-INTEGER)
                   TO WS-DELIVERY-DATE
               MOVE WS-DELIVERY-DATE TO WS-PO-DELIVERY-DATE
               MOVE WS-PO-DELIVERY-LINE TO PO-OUT-RCD
               WRITE PO-OUT-RCD
           END-IF.
           MOVE SPACE TO PO-OUT-RCD.
           WRITE PO-OUT-RCD.
       0510-PO-ADDRESS-BLOCK-END.

       0520-PO-LINE-BEGIN.
           MOVE WS-ING-NAME(WS-IDX) TO WS-PO-ITEM.
           MOVE WS-ING-ORDER(WS-IDX) TO WS-PO-QTY.
           IF WS-ING-PRICE(WS-IDX) > 0 THEN
               MOVE " at " TO WS-PO-AT
               MOVE WS-ING-PRICE(WS-IDX) TO WS-PO-PRICE
           ELSE
               MOVE SPACES TO WS-PO-PRICE-PART
           END-IF.
           MOVE WS-PO-LINE TO PO-OUT-RCD.
           WRITE PO-OUT-RCD.

           MOVE SPACES TO REG-RCD.
           MOVE WS-NEXT-PO-NO TO REG-PO-NO.
           MOVE WS-ORD-SUP(WS-ORD-SUP-IDX) TO REG-SUPPLIER.
           MOVE WS-ING-NAME(WS-IDX) TO REG-ITEM-NAME.
           MOVE WS-ING-ORDER(WS-IDX) TO REG-QTY.
           MOVE WS-RUN-DATE TO REG-DATE.
           MOVE WS-DELIVERY-DATE TO REG-EXPECTED.
           MOVE "OPEN" TO REG-STATUS.
           MOVE 0 TO REG-RECEIVED.
           MOVE 0 TO REG-ACTUAL-DATE.
           MOVE WS-ING-PRICE(WS-IDX) TO REG-QUOTED-PRICE.
           WRITE REG-RCD.
           ADD 1 TO WS-REG-ROWS-ADDED.
       0520-PO-LINE-END.
