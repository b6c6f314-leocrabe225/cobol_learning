               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

      * The same fold kept per location : the file stocktake books
      * its counts against, and the report of where the stock is.
           SELECT LOCATIONS-OUTPUT
               ASSIGN TO "data/stock-locations.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOCATION-REPORT-OUTPUT
               ASSIGN TO "output/stock-by-location.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INVENTORY-FILE.
       FD MOVEMENTS-INPUT.
       COPY mvtrcd REPLACING ==:TAG:== BY ==MVT==.

       FD LOCATIONS-OUTPUT.
       COPY stlrcd.

       FD LOCATION-REPORT-OUTPUT.
       01 RPT-OUT-RCD               PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-EOF                 PIC 9(01) VALUE 0.
           88 WS-EOF-TRUE                  VALUE 1.
               10 WS-ITEM-SUPPLIER-CODE PIC X(06).
               10 WS-ITEM-REORDER-QTY   PIC 9(03).
               10 WS-ITEM-UNIT-COST     PIC 9(04)V99.
               10 WS-ITEM-CATEGORY      PIC X(10).
               10 WS-ITEM-SUBCATEGORY   PIC X(10).
               10 WS-ITEM-ON-HAND       PIC S9(06) COMP-5.

       77 WS-IDX                 PIC 9(02).
       77 WS-NEGATIVE-CNT        PIC 9(02) VALUE 0.
       77 WS-CAPPED-CNT          PIC 9(02) VALUE 0.

      * On hand per item and location, in the order the ledger first
      * names them. A blank location on a row is SHOP.
       77 WS-LOC-TBL-SIZE        PIC 9(03) VALUE 0.
       01 WS-LOC-TBL.
           05 WS-LOC             OCCURS 500 TIMES.
               10 WS-LOC-ITEM-IDX       PIC 9(02).
               10 WS-LOC-CODE           PIC X(04).
               10 WS-LOC-QTY            PIC S9(06) COMP-5.
       77 WS-LOC-IDX             PIC 9(03).
       77 WS-LOC-FOUND-IDX       PIC 9(03).
       77 WS-ROW-LOCATION        PIC X(04).
       77 WS-NAME-IDX            PIC 9(02).
       77 WS-LOC-OVERFLOW        PIC 9(05) VALUE 0.
       77 WS-LOC-NEGATIVE-CNT    PIC 9(03) VALUE 0.
       77 WS-ABS-QTY             PIC 9(06).
       77 WS-RPT-LINES           PIC 9(05) VALUE 0.
       77 WS-RPT-GRAND-TOTAL     PIC S9(08) COMP-5 VALUE 0.
       77 WS-ITEM-LOC-TOTAL      PIC S9(06) COMP-5.
       COPY loctbl.

       01 WS-RPT-TITLE-LINE      PIC X(40) VALUE
           "*** STOCK ON HAND BY LOCATION ***".
       01 WS-RPT-HEADER-LINE     PIC X(60) VALUE
           "Item       Loc  Location name          On hand".
       01 WS-RPT-DETAIL-LINE.
           05 WS-RPT-ITEM-NAME    PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RPT-LOC-CODE     PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RPT-LOC-NAME     PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RPT-QTY          PIC ------9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RPT-FLAG         PIC X(15).
       01 WS-RPT-TRAILER-LINE.
           05 FILLER              PIC X(21) VALUE
               "*** END OF REPORT - ".
           05 WS-TRL-RECORDS      PIC ZZZZ9.
           05 FILLER              PIC X(17) VALUE " RECORDS - TOTAL ".
           05 WS-TRL-TOTAL        PIC -------9.
           05 FILLER              PIC X(04) VALUE " ***".

       77 WS-LOCK-NAME           PIC X(10).
       77 WS-LOCK-ACTION         PIC X(05).
       77 WS-LOCK-OK             PIC 9(01).
           PERFORM 0300-WRITE-SNAPSHOT-BEGIN
              THRU 0300-WRITE-SNAPSHOT-END.

           PERFORM 0400-WRITE-LOCATIONS-BEGIN
              THRU 0400-WRITE-LOCATIONS-END.

           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
                       ELSE
                           MOVE 0 TO WS-ITEM-UNIT-COST(WS-IDX)
                       END-IF
                       MOVE ITEM-CATEGORY TO
                           WS-ITEM-CATEGORY(WS-IDX)
                       MOVE ITEM-SUBCATEGORY TO
                           WS-ITEM-SUBCATEGORY(WS-IDX)
                       MOVE 0 TO WS-ITEM-ON-HAND(WS-IDX)
               END-READ
           END-PERFORM.
                                   ADD MVT-QTY TO
                                       WS-ITEM-ON-HAND(WS-IDX)
                               END-IF
                               PERFORM 0210-FOLD-LOCATION-BEGIN
                                  THRU 0210-FOLD-LOCATION-END
                           END-IF
                       END-PERFORM
                       IF WS-MVT-FOUND-FALSE THEN
                   " movement(s) name an item that is not in "
                   "data/inventaire.txt and were ignored."
           END-IF.
           IF WS-LOC-OVERFLOW > 0 THEN
               DISPLAY "*** WARNING *** " WS-LOC-OVERFLOW
                   " movement(s) past 500 item locations - left out "
                   "of the by-location figures, item totals kept."
           END-IF.
       0200-FOLD-LEDGER-END.

      * Same row, folded again under its item and location. WS-IDX
      * is the matched item; transfers net out here only per item.
       0210-FOLD-LOCATION-BEGIN.
           MOVE MVT-LOCATION TO WS-ROW-LOCATION.
           IF WS-ROW-LOCATION EQUAL SPACE THEN
               MOVE LOC-DEFAULT TO WS-ROW-LOCATION
           END-IF.
           MOVE 0 TO WS-LOC-FOUND-IDX.
           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
                   UNTIL WS-LOC-IDX > WS-LOC-TBL-SIZE
               IF WS-LOC-ITEM-IDX(WS-LOC-IDX) EQUAL WS-IDX AND
                  WS-LOC-CODE(WS-LOC-IDX) EQUAL WS-ROW-LOCATION THEN
                   MOVE WS-LOC-IDX TO WS-LOC-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-LOC-FOUND-IDX EQUAL 0 THEN
               IF WS-LOC-TBL-SIZE >= 500 THEN
                   ADD 1 TO WS-LOC-OVERFLOW
                   GO TO 0210-FOLD-LOCATION-END
               END-IF
               ADD 1 TO WS-LOC-TBL-SIZE
               MOVE WS-LOC-TBL-SIZE TO WS-LOC-FOUND-IDX
               MOVE WS-IDX TO WS-LOC-ITEM-IDX(WS-LOC-FOUND-IDX)
               MOVE WS-ROW-LOCATION TO WS-LOC-CODE(WS-LOC-FOUND-IDX)
               MOVE 0 TO WS-LOC-QTY(WS-LOC-FOUND-IDX)
           END-IF.
           IF MVT-SIGN EQUAL "-" THEN
               SUBTRACT MVT-QTY FROM WS-LOC-QTY(WS-LOC-FOUND-IDX)
           ELSE
               ADD MVT-QTY TO WS-LOC-QTY(WS-LOC-FOUND-IDX)
           END-IF.
       0210-FOLD-LOCATION-END.

      * The snapshot keeps inventaire.txt's exact layout : a ledger
      * sum below zero writes as zero and a sum past 99999 caps at
      * the five-digit field, both said out loud.
       0300-WRITE-SNAPSHOT-BEGIN.
           OPEN OUTPUT INVENTORY-FILE.
           MOVE SPACES TO INV-CTL-RECORD.
                   MOVE 0 TO WS-ITEM-ON-HAND(WS-IDX)
                   ADD 1 TO WS-NEGATIVE-CNT
               END-IF
               IF WS-ITEM-ON-HAND(WS-IDX) > 99999 THEN
                   DISPLAY "*** WARNING *** "
                       WS-ITEM-NAME(WS-IDX) " ledger sum is over 99999"
                       " - capped at the five-digit book field."
                   MOVE 99999 TO WS-ITEM-ON-HAND(WS-IDX)
                   ADD 1 TO WS-CAPPED-CNT
               END-IF
               MOVE SPACES TO ITEM-RECORD
                   TO ITEM-SUPPLIER-CODE
               MOVE WS-ITEM-REORDER-QTY(WS-IDX) TO ITEM-REORDER-QTY
               MOVE WS-ITEM-UNIT-COST(WS-IDX) TO ITEM-UNIT-COST
               MOVE WS-ITEM-CATEGORY(WS-IDX) TO ITEM-CATEGORY
               MOVE WS-ITEM-SUBCATEGORY(WS-IDX) TO ITEM-SUBCATEGORY
               WRITE ITEM-RECORD
           END-PERFORM.
           CLOSE INVENTORY-FILE.
               "data/inventaire.txt snapshot.".
       0300-WRITE-SNAPSHOT-END.

      * Item by item in inventaire.txt order, each location holding
      * anything and the item's total across them. The book total
      * above is floored and capped; these are the raw ledger sums,
      * so a location driven below zero shows and is flagged.
       0400-WRITE-LOCATIONS-BEGIN.
           OPEN OUTPUT LOCATIONS-OUTPUT.
           OPEN OUTPUT LOCATION-REPORT-OUTPUT.
           MOVE WS-RPT-TITLE-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-HEADER-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ITEM-TBL-SIZE
               MOVE 0 TO WS-ITEM-LOC-TOTAL
               PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
                       UNTIL WS-LOC-IDX > WS-LOC-TBL-SIZE
                   IF WS-LOC-ITEM-IDX(WS-LOC-IDX) EQUAL WS-IDX AND
                      WS-LOC-QTY(WS-LOC-IDX) NOT EQUAL 0 THEN
                       PERFORM 0410-WRITE-ONE-LOCATION-BEGIN
                          THRU 0410-WRITE-ONE-LOCATION-END
                   END-IF
               END-PERFORM
               IF WS-ITEM-LOC-TOTAL NOT EQUAL 0 THEN
                   MOVE SPACE TO WS-RPT-DETAIL-LINE
                   MOVE WS-ITEM-NAME(WS-IDX) TO WS-RPT-ITEM-NAME
                   MOVE "Total all locations" TO WS-RPT-LOC-NAME
                   MOVE WS-ITEM-LOC-TOTAL TO WS-RPT-QTY
                   MOVE WS-RPT-DETAIL-LINE TO RPT-OUT-RCD
                   WRITE RPT-OUT-RCD
                   MOVE SPACE TO RPT-OUT-RCD
                   WRITE RPT-OUT-RCD
               END-IF
           END-PERFORM.
           MOVE WS-RPT-LINES TO WS-TRL-RECORDS.
           MOVE WS-RPT-GRAND-TOTAL TO WS-TRL-TOTAL.
           MOVE WS-RPT-TRAILER-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           CLOSE LOCATION-REPORT-OUTPUT.
           CLOSE LOCATIONS-OUTPUT.
           IF WS-LOC-NEGATIVE-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-LOC-NEGATIVE-CNT
                   " item location(s) below zero - see "
                   "output/stock-by-location.txt."
           END-IF.
       0400-WRITE-LOCATIONS-END.

       0410-WRITE-ONE-LOCATION-BEGIN.
           MOVE SPACE TO STL-RECORD.
           MOVE WS-ITEM-NAME(WS-IDX) TO STL-ITEM-NAME.
           MOVE WS-LOC-CODE(WS-LOC-IDX) TO STL-LOCATION.
           IF WS-LOC-QTY(WS-LOC-IDX) < 0 THEN
               MOVE "-" TO STL-SIGN
           ELSE
               MOVE "+" TO STL-SIGN
           END-IF.
           COMPUTE WS-ABS-QTY = FUNCTION ABS(WS-LOC-QTY(WS-LOC-IDX)).
           IF WS-ABS-QTY > 9999 THEN
               MOVE 9999 TO WS-ABS-QTY
           END-IF.
           MOVE WS-ABS-QTY TO STL-QTY.
           WRITE STL-RECORD.

           MOVE SPACE TO WS-RPT-DETAIL-LINE.
           MOVE WS-ITEM-NAME(WS-IDX) TO WS-RPT-ITEM-NAME.
           MOVE WS-LOC-CODE(WS-LOC-IDX) TO WS-RPT-LOC-CODE.
           MOVE "(unknown location)" TO WS-RPT-LOC-NAME.
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NAME-IDX > LOC-TABLE-SIZE
               IF LOC-CODE(WS-NAME-IDX) EQUAL WS-LOC-CODE(WS-LOC-IDX)
                  THEN
                   MOVE LOC-NAME(WS-NAME-IDX) TO WS-RPT-LOC-NAME
               END-IF
           END-PERFORM.
           MOVE WS-LOC-QTY(WS-LOC-IDX) TO WS-RPT-QTY.
           IF WS-LOC-QTY(WS-LOC-IDX) < 0 THEN
               MOVE "** NEGATIVE **" TO WS-RPT-FLAG
               ADD 1 TO WS-LOC-NEGATIVE-CNT
           END-IF.
           MOVE WS-RPT-DETAIL-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           ADD 1 TO WS-RPT-LINES.
           ADD WS-LOC-QTY(WS-LOC-IDX) TO WS-ITEM-LOC-TOTAL.
           ADD WS-LOC-QTY(WS-LOC-IDX) TO WS-RPT-GRAND-TOTAL.
       0410-WRITE-ONE-LOCATION-END.

      * Frees the master lock on the way out - performed before
      * every error exit as well, so a failed run cannot leave the
      * lock behind for a FORCE.
