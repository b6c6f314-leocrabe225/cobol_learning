               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VHS-STATUS.

      * The book per location as stockpos.cbl last folded it; counts
      * are keyed and compared location by location, and the counted
      * figures are written back here with the adjustments.
           SELECT LOCATIONS-FILE
               ASSIGN TO "data/stock-locations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INVENTORY-FILE.
       COPY itemrcd.

       FD VARIANCE-REPORT-OUTPUT.
       01 RPT-OUT-RCD               PIC X(80).

       FD MOVEMENTS-FILE.
       COPY mvtrcd REPLACING ==:TAG:== BY ==MVT==.
           05 FILLER               PIC X(01).
           05 VHS-VARIANCE         PIC S9(03) SIGN LEADING SEPARATE.

       FD LOCATIONS-FILE.
       COPY stlrcd.

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
               10 WS-ITEM-VARIANCE      PIC S9(03) COMP-5.
               10 WS-ITEM-CLASS         PIC X(01).
               10 WS-ITEM-LOC-BOOK      PIC S9(05) COMP-5.

      * One row per item and location : the book there, what was
      * counted and the difference. Every known location gets a row
      * for every item so stock found where the book has none can be
      * keyed; rows outside the count carry their book forward.
       77 WS-SLC-TBL-SIZE        PIC 9(03) VALUE 0.
       01 WS-SLC-TBL.
           05 WS-SLC             OCCURS 300 TIMES.
               10 WS-SLC-ITEM-IDX       PIC 9(02).
               10 WS-SLC-LOCATION       PIC X(04).
               10 WS-SLC-BOOK           PIC S9(04) COMP-5.
               10 WS-SLC-COUNTED        PIC 9(02).
               10 WS-SLC-VARIANCE       PIC S9(03) COMP-5.
               10 WS-SLC-IN-COUNT       PIC 9(01).
                   88 WS-SLC-IN-COUNT-TRUE      VALUE 1.
                   88 WS-SLC-IN-COUNT-FALSE     VALUE 0.
       77 WS-SLC-IDX             PIC 9(03).
       77 WS-SLC-FOUND-IDX       PIC 9(03).
       77 WS-SLC-OVERFLOW        PIC 9(05) VALUE 0.
       77 WS-SLC-DIFF-CNT        PIC 9(02) VALUE 0.
       77 WS-ADD-LOCATION        PIC X(04).
       77 WS-ADD-ITEM-IDX        PIC 9(02).
       77 WS-LOC-IDX             PIC 9(02).
       77 WS-LOC-FOUND           PIC 9(01).
           88 WS-LOC-FOUND-TRUE            VALUE 1.
           88 WS-LOC-FOUND-FALSE           VALUE 0.
       77 WS-COUNT-LOCATION      PIC X(04).
       77 WS-ENTRY-COUNT         PIC 9(02).
       77 WS-SHOW-BOOK           PIC -ZZ9.
       77 WS-NEW-AMOUNT          PIC S9(06) COMP-5.
       COPY loctbl.
       01 WS-STL-STATUS           PIC X(02).
           88 WS-STL-STATUS-OK              VALUE "00".

       01 WS-LST-STATUS           PIC X(02).
           88 WS-LST-STATUS-OK              VALUE "00".

      * Index array bubble-sorted by absolute variance, the same
      * technique people.cbl uses for its birthday report, so the
      * biggest discrepancies print first. It indexes the counted
      * item/location rows.
       01 WS-SORT-IDX-TABLE.
           05 WS-SORT-IDX-ENTRY   PIC 9(03) OCCURS 300 TIMES.
       77 WS-SORT-TBL-SIZE       PIC 9(03) VALUE 0.
       77 WS-SORT-IDX            PIC 9(03).
       77 WS-SORT-KEY-A          PIC 9(03).
       77 WS-SORT-KEY-B          PIC 9(03).
       77 WS-SORT-TEMP           PIC 9(03).
       77 WS-SORT-SWAPPED        PIC X(01).
           88 WS-SORT-SWAPPED-TRUE         VALUE "Y".
           88 WS-SORT-SWAPPED-FALSE        VALUE "N".

       77 WS-VARIANCE-CNT        PIC 9(03) VALUE 0.
       77 WS-RUN-DATE            PIC 9(08).
       77 WS-USER-INPUT          PIC X(01).
       77 WS-ABS-VARIANCE        PIC 9(03).
           05 WS-RPT-TITLE-DATE   PIC 9(08).
           05 FILLER              PIC X(04) VALUE " ***".

       01 WS-RPT-SCOPE-LINE.
           05 FILLER              PIC X(19) VALUE
               "Location counted : ".
           05 WS-RPT-SCOPE        PIC X(04).

      * "Other" is the item's book in every other location : a
      * shortfall here that matches it is stock in the wrong place,
      * flagged MOVED? when the item nets to nothing overall.
       01 WS-RPT-HEADING-LINE.
           05 FILLER              PIC X(12) VALUE "Item".
           05 FILLER              PIC X(06) VALUE "Loc".
           05 FILLER              PIC X(07) VALUE "Book".
           05 FILLER              PIC X(06) VALUE "Count".
           05 FILLER              PIC X(06) VALUE "Var".
           05 FILLER              PIC X(06) VALUE "Other".
           05 FILLER              PIC X(14) VALUE "Value".

       01 WS-RPT-DETAIL-LINE.
           05 WS-RPT-ITEM-NAME    PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 WS-RPT-LOCATION     PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 WS-RPT-BOOK         PIC -ZZ9.
           05 FILLER              PIC X(03) VALUE SPACE.
           05 WS-RPT-COUNTED      PIC ZZ9.
           05 FILLER              PIC X(03) VALUE SPACE.
           05 WS-RPT-VARIANCE     PIC +ZZ9.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 WS-RPT-OTHER        PIC -ZZ9.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 WS-RPT-VALUE        PIC +Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RPT-NOTE         PIC X(08).

       77 WS-VALUE-IMPACT        PIC S9(07)V99.

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
              THRU 0250-LOAD-COUNT-LIST-END.
           PERFORM 0260-LOAD-CLASSES-BEGIN
              THRU 0260-LOAD-CLASSES-END.
           PERFORM 0270-LOAD-LOCATIONS-BEGIN
              THRU 0270-LOAD-LOCATIONS-END.

           DISPLAY "Location being counted (blank for all) : "
               WITH NO ADVANCING.
           ACCEPT WS-COUNT-LOCATION.
           IF WS-COUNT-LOCATION NOT EQUAL SPACE THEN
               SET WS-LOC-FOUND-FALSE TO TRUE
               PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
                       UNTIL WS-LOC-IDX > LOC-TABLE-SIZE
                   IF LOC-CODE(WS-LOC-IDX) EQUAL WS-COUNT-LOCATION
                      THEN
                       SET WS-LOC-FOUND-TRUE TO TRUE
                   END-IF
               END-PERFORM
               IF WS-LOC-FOUND-FALSE THEN
                   DISPLAY "No location " WS-COUNT-LOCATION
                       " - counting every location."
                   MOVE SPACE TO WS-COUNT-LOCATION
               END-IF
           END-IF.

           DISPLAY "Key the counted quantity for each item.".
           PERFORM VARYING WS-IDX FROM 1 BY 1
                       END-IF
                   END-PERFORM
               END-IF
               MOVE 0 TO WS-ITEM-VARIANCE(WS-IDX)
               IF WS-ON-LIST-TRUE THEN
                   PERFORM VARYING WS-SLC-IDX FROM 1 BY 1
                           UNTIL WS-SLC-IDX > WS-SLC-TBL-SIZE
                       IF WS-SLC-ITEM-IDX(WS-SLC-IDX) EQUAL WS-IDX
                          THEN
                           PERFORM 0210-COUNT-ONE-LOCATION-BEGIN
                              THRU 0210-COUNT-ONE-LOCATION-END
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       0200-CAPTURE-COUNTS-END.

      * Only locations in the table, and only the one being counted
      * when one was named; anything else keeps its book.
       0210-COUNT-ONE-LOCATION-BEGIN.
           MOVE WS-SLC-LOCATION(WS-SLC-IDX) TO WS-ADD-LOCATION.
           IF WS-COUNT-LOCATION NOT EQUAL SPACE AND
              WS-ADD-LOCATION NOT EQUAL WS-COUNT-LOCATION THEN
               GO TO 0210-COUNT-ONE-LOCATION-END
           END-IF.
           SET WS-LOC-FOUND-FALSE TO TRUE.
           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
                   UNTIL WS-LOC-IDX > LOC-TABLE-SIZE
               IF LOC-CODE(WS-LOC-IDX) EQUAL WS-ADD-LOCATION THEN
                   SET WS-LOC-FOUND-TRUE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-LOC-FOUND-FALSE THEN
               GO TO 0210-COUNT-ONE-LOCATION-END
           END-IF.

           MOVE WS-SLC-BOOK(WS-SLC-IDX) TO WS-SHOW-BOOK.
           DISPLAY WS-ITEM-NAME(WS-IDX) " at " WS-ADD-LOCATION
               " (book " WS-SHOW-BOOK ") counted : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-COUNT.
           MOVE WS-ENTRY-COUNT TO WS-SLC-COUNTED(WS-SLC-IDX).
           SET WS-SLC-IN-COUNT-TRUE(WS-SLC-IDX) TO TRUE.
           COMPUTE WS-SLC-VARIANCE(WS-SLC-IDX) =
               WS-SLC-COUNTED(WS-SLC-IDX) - WS-SLC-BOOK(WS-SLC-IDX).
           ADD WS-SLC-VARIANCE(WS-SLC-IDX)
               TO WS-ITEM-VARIANCE(WS-IDX).
           IF WS-SLC-VARIANCE(WS-SLC-IDX) NOT EQUAL 0 THEN
               ADD 1 TO WS-VARIANCE-CNT
           END-IF.
           ADD 1 TO WS-SORT-TBL-SIZE.
           MOVE WS-SLC-IDX TO WS-SORT-IDX-ENTRY(WS-SORT-TBL-SIZE).
       0210-COUNT-ONE-LOCATION-END.

       0250-LOAD-COUNT-LIST-BEGIN.
           SET WS-LIST-IN-USE-FALSE TO TRUE.
           DISPLAY "Cycle-count list date (YYYYMMDD, blank for a "
           SET WS-EOF-FALSE TO TRUE.
       0260-LOAD-CLASSES-END.

      * The by-location book from stockpos, then a row for every
      * known location each item lacks. Whatever inventaire.txt
      * holds beyond the location rows (a book typed before stock
      * was kept by location, or a stockpos run not yet made) is
      * put at SHOP so the locations always add up to the book.
       0270-LOAD-LOCATIONS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT LOCATIONS-FILE.
           IF NOT WS-STL-STATUS-OK THEN
               DISPLAY "No data/stock-locations.txt - the whole book "
                   "is taken as held at " LOC-DEFAULT "."
           ELSE
               PERFORM UNTIL WS-EOF-TRUE
                   READ LOCATIONS-FILE
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           PERFORM 0275-LOAD-ONE-LOCATION-BEGIN
                              THRU 0275-LOAD-ONE-LOCATION-END
                   END-READ
               END-PERFORM
               CLOSE LOCATIONS-FILE
           END-IF.
           SET WS-EOF-FALSE TO TRUE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ITEM-TBL-SIZE
               MOVE WS-IDX TO WS-ADD-ITEM-IDX
               PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
                       UNTIL WS-LOC-IDX > LOC-TABLE-SIZE
                   MOVE LOC-CODE(WS-LOC-IDX) TO WS-ADD-LOCATION
                   PERFORM 0280-FIND-LOCATION-ROW-BEGIN
                      THRU 0280-FIND-LOCATION-ROW-END
               END-PERFORM
               MOVE 0 TO WS-ITEM-LOC-BOOK(WS-IDX)
               PERFORM VARYING WS-SLC-IDX FROM 1 BY 1
                       UNTIL WS-SLC-IDX > WS-SLC-TBL-SIZE
                   IF WS-SLC-ITEM-IDX(WS-SLC-IDX) EQUAL WS-IDX THEN
                       ADD WS-SLC-BOOK(WS-SLC-IDX)
                           TO WS-ITEM-LOC-BOOK(WS-IDX)
                   END-IF
               END-PERFORM
               IF WS-ITEM-LOC-BOOK(WS-IDX) NOT EQUAL
                  WS-ITEM-AMOUNT(WS-IDX) THEN
                   MOVE LOC-DEFAULT TO WS-ADD-LOCATION
                   PERFORM 0280-FIND-LOCATION-ROW-BEGIN
                      THRU 0280-FIND-LOCATION-ROW-END
                   IF WS-SLC-FOUND-IDX > 0 THEN
                       COMPUTE WS-SLC-BOOK(WS-SLC-FOUND-IDX) =
                           WS-SLC-BOOK(WS-SLC-FOUND-IDX)
                           + WS-ITEM-AMOUNT(WS-IDX)
                           - WS-ITEM-LOC-BOOK(WS-IDX)
                       MOVE WS-ITEM-AMOUNT(WS-IDX)
                           TO WS-ITEM-LOC-BOOK(WS-IDX)
                   END-IF
                   ADD 1 TO WS-SLC-DIFF-CNT
               END-IF
           END-PERFORM.
           IF WS-SLC-DIFF-CNT > 0 THEN
               DISPLAY WS-SLC-DIFF-CNT " item(s) with more or less "
                   "book than data/stock-locations.txt shows - the "
                   "difference is taken as held at " LOC-DEFAULT "."
           END-IF.
           IF WS-SLC-OVERFLOW > 0 THEN
               DISPLAY "*** WARNING *** past 300 item locations - "
                   WS-SLC-OVERFLOW " left out of the count."
           END-IF.
       0270-LOAD-LOCATIONS-END.

       0275-LOAD-ONE-LOCATION-BEGIN.
           MOVE 0 TO WS-ADD-ITEM-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ITEM-TBL-SIZE
               IF WS-ITEM-NAME(WS-IDX) EQUAL STL-ITEM-NAME THEN
                   MOVE WS-IDX TO WS-ADD-ITEM-IDX
               END-IF
           END-PERFORM.
           IF WS-ADD-ITEM-IDX EQUAL 0 THEN
               GO TO 0275-LOAD-ONE-LOCATION-END
           END-IF.
           MOVE STL-LOCATION TO WS-ADD-LOCATION.
           IF WS-ADD-LOCATION EQUAL SPACE THEN
               MOVE LOC-DEFAULT TO WS-ADD-LOCATION
           END-IF.
           PERFORM 0280-FIND-LOCATION-ROW-BEGIN
              THRU 0280-FIND-LOCATION-ROW-END.
           IF WS-SLC-FOUND-IDX EQUAL 0 THEN
               GO TO 0275-LOAD-ONE-LOCATION-END
           END-IF.
           IF STL-SIGN EQUAL "-" THEN
               SUBTRACT STL-QTY FROM WS-SLC-BOOK(WS-SLC-FOUND-IDX)
           ELSE
               ADD STL-QTY TO WS-SLC-BOOK(WS-SLC-FOUND-IDX)
           END-IF.
       0275-LOAD-ONE-LOCATION-END.

      * Finds the row for WS-ADD-ITEM-IDX at WS-ADD-LOCATION, adding
      * an empty one if there is none yet.
       0280-FIND-LOCATION-ROW-BEGIN.
           MOVE 0 TO WS-SLC-FOUND-IDX.
           PERFORM VARYING WS-SLC-IDX FROM 1 BY 1
                   UNTIL WS-SLC-IDX > WS-SLC-TBL-SIZE
               IF WS-SLC-ITEM-IDX(WS-SLC-IDX) EQUAL WS-ADD-ITEM-IDX
                  AND WS-SLC-LOCATION(WS-SLC-IDX) EQUAL
                  WS-ADD-LOCATION THEN
                   MOVE WS-SLC-IDX TO WS-SLC-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-SLC-FOUND-IDX > 0 THEN
               GO TO 0280-FIND-LOCATION-ROW-END
           END-IF.
           IF WS-SLC-TBL-SIZE >= 300 THEN
               ADD 1 TO WS-SLC-OVERFLOW
               GO TO 0280-FIND-LOCATION-ROW-END
           END-IF.
           ADD 1 TO WS-SLC-TBL-SIZE.
           MOVE WS-SLC-TBL-SIZE TO WS-SLC-FOUND-IDX.
           MOVE WS-ADD-ITEM-IDX TO WS-SLC-ITEM-IDX(WS-SLC-FOUND-IDX).
           MOVE WS-ADD-LOCATION TO WS-SLC-LOCATION(WS-SLC-FOUND-IDX).
           MOVE 0 TO WS-SLC-BOOK(WS-SLC-FOUND-IDX).
           MOVE 0 TO WS-SLC-COUNTED(WS-SLC-FOUND-IDX).
           MOVE 0 TO WS-SLC-VARIANCE(WS-SLC-FOUND-IDX).
           SET WS-SLC-IN-COUNT-FALSE(WS-SLC-FOUND-IDX) TO TRUE.
       0280-FIND-LOCATION-ROW-END.

       0300-SORT-VARIANCES-BEGIN.
           IF WS-SORT-TBL-SIZE < 2 THEN
               GO TO 0300-SORT-VARIANCES-END
           END-IF.
           SET WS-SORT-SWAPPED-TRUE TO TRUE.
           PERFORM UNTIL WS-SORT-SWAPPED-FALSE
               SET WS-SORT-SWAPPED-FALSE TO TRUE
               PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                       UNTIL WS-SORT-IDX > WS-SORT-TBL-SIZE - 1
                   COMPUTE WS-SORT-KEY-A = FUNCTION ABS(
                    WS-SLC-VARIANCE(WS-SORT-IDX-ENTRY(WS-SORT-IDX)))
                   COMPUTE WS-SORT-KEY-B = FUNCTION ABS(
                    WS-SLC-VARIANCE(
                        WS-SORT-IDX-ENTRY(WS-SORT-IDX + 1)))
                   IF WS-SORT-KEY-A < WS-SORT-KEY-B THEN
                       MOVE WS-SORT-IDX-ENTRY(WS-SORT-IDX)
           WRITE RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           IF WS-COUNT-LOCATION EQUAL SPACE THEN
               MOVE "ALL" TO WS-RPT-SCOPE
           ELSE
               MOVE WS-COUNT-LOCATION TO WS-RPT-SCOPE
           END-IF.
           MOVE WS-RPT-SCOPE-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-HEADING-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SORT-IDX > WS-SORT-TBL-SIZE
               MOVE WS-SORT-IDX-ENTRY(WS-SORT-IDX) TO WS-SLC-IDX
               MOVE WS-SLC-ITEM-IDX(WS-SLC-IDX) TO WS-IDX
               MOVE WS-ITEM-NAME(WS-IDX)     TO WS-RPT-ITEM-NAME
               MOVE WS-SLC-LOCATION(WS-SLC-IDX) TO WS-RPT-LOCATION
               MOVE WS-SLC-BOOK(WS-SLC-IDX)  TO WS-RPT-BOOK
               MOVE WS-SLC-COUNTED(WS-SLC-IDX) TO WS-RPT-COUNTED
               MOVE WS-SLC-VARIANCE(WS-SLC-IDX) TO WS-RPT-VARIANCE
               COMPUTE WS-RPT-OTHER = WS-ITEM-LOC-BOOK(WS-IDX)
                   - WS-SLC-BOOK(WS-SLC-IDX)
               COMPUTE WS-VALUE-IMPACT = WS-SLC-VARIANCE(WS-SLC-IDX)
                   * WS-ITEM-UNIT-COST(WS-IDX)
               MOVE WS-VALUE-IMPACT TO WS-RPT-VALUE
               MOVE SPACE TO WS-RPT-NOTE
               IF WS-SLC-VARIANCE(WS-SLC-IDX) NOT EQUAL 0 AND
                  WS-ITEM-VARIANCE(WS-IDX) EQUAL 0 THEN
                   MOVE "MOVED?" TO WS-RPT-NOTE
               END-IF
               MOVE WS-RPT-DETAIL-LINE TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-PERFORM.
      * Discrepancy counts per ABC class under the detail, and one
      * dated history row per discrepancy - the trend that says if
      * the effort is going where the value is. The history takes
      * the item's net variance : stock found in the other location
      * is not a loss.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           PERFORM VARYING WS-CLASS-VAR-IDX FROM 1 BY 1
               "output/stocktake-variance.txt.".
       0400-WRITE-REPORT-END.

      * One "A" ledger row per discrepancy at the location it was
      * found, the item's net difference written back into the book
      * and the counted figures into the by-location file, so the
      * snapshot and the ledger tell the same story after the count.
       0500-WRITE-ADJUSTMENTS-BEGIN.
           OPEN EXTEND MOVEMENTS-FILE.
           IF NOT WS-MVT-STATUS-OK THEN
               OPEN OUTPUT MOVEMENTS-FILE
           END-IF.
           PERFORM VARYING WS-SLC-IDX FROM 1 BY 1
                   UNTIL WS-SLC-IDX > WS-SLC-TBL-SIZE
               IF WS-SLC-VARIANCE(WS-SLC-IDX) NOT EQUAL 0 THEN
                   MOVE WS-SLC-ITEM-IDX(WS-SLC-IDX) TO WS-IDX
                   MOVE SPACE TO MVT-RECORD
                   MOVE "A" TO MVT-TYPE
                   MOVE WS-ITEM-NAME(WS-IDX) TO MVT-ITEM-NAME
                   IF WS-SLC-VARIANCE(WS-SLC-IDX) < 0 THEN
                       MOVE "-" TO MVT-SIGN
                   ELSE
                       MOVE "+" TO MVT-SIGN
                   END-IF
                   COMPUTE WS-ABS-VARIANCE =
                       FUNCTION ABS(WS-SLC-VARIANCE(WS-SLC-IDX))
                   MOVE WS-ABS-VARIANCE TO MVT-QTY
                   MOVE WS-RUN-DATE TO MVT-DATE
                   MOVE "STOCKTAKE" TO MVT-REF
                   MOVE WS-SLC-LOCATION(WS-SLC-IDX) TO MVT-LOCATION
                   WRITE MVT-RECORD
                   MOVE WS-SLC-COUNTED(WS-SLC-IDX)
                       TO WS-SLC-BOOK(WS-SLC-IDX)
               END-IF
           END-PERFORM.
           CLOSE MOVEMENTS-FILE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ITEM-TBL-SIZE
               COMPUTE WS-NEW-AMOUNT = WS-ITEM-AMOUNT(WS-IDX)
                   + WS-ITEM-VARIANCE(WS-IDX)
               IF WS-NEW-AMOUNT < 0 THEN
                   MOVE 0 TO WS-NEW-AMOUNT
               END-IF
               IF WS-NEW-AMOUNT > 99999 THEN
                   DISPLAY "*** WARNING *** " WS-ITEM-NAME(WS-IDX)
                       " on hand capped at 99999 (book field is five "
                       "digits)."
                   MOVE 99999 TO WS-NEW-AMOUNT
               END-IF
               MOVE WS-NEW-AMOUNT TO WS-ITEM-AMOUNT(WS-IDX)
           END-PERFORM.

           OPEN OUTPUT INVENTORY-FILE.
           MOVE SPACES TO INV-CTL-RECORD.
           MOVE WS-ITEM-TBL-SIZE TO INV-CTL-COUNT.
                   TO ITEM-SUPPLIER-CODE
               MOVE WS-ITEM-REORDER-QTY(WS-IDX) TO ITEM-REORDER-QTY
               MOVE WS-ITEM-UNIT-COST(WS-IDX) TO ITEM-UNIT-COST
               MOVE WS-ITEM-CATEGORY(WS-IDX) TO ITEM-CATEGORY
               MOVE WS-ITEM-SUBCATEGORY(WS-IDX) TO ITEM-SUBCATEGORY
               WRITE ITEM-RECORD
           END-PERFORM.
           CLOSE INVENTORY-FILE.

           OPEN OUTPUT LOCATIONS-FILE.
           PERFORM VARYING WS-SLC-IDX FROM 1 BY 1
                   UNTIL WS-SLC-IDX > WS-SLC-TBL-SIZE
               IF WS-SLC-BOOK(WS-SLC-IDX) NOT EQUAL 0 THEN
                   MOVE SPACE TO STL-RECORD
                   MOVE WS-ITEM-NAME(WS-SLC-ITEM-IDX(WS-SLC-IDX))
                       TO STL-ITEM-NAME
                   MOVE WS-SLC-LOCATION(WS-SLC-IDX) TO STL-LOCATION
                   IF WS-SLC-BOOK(WS-SLC-IDX) < 0 THEN
                       MOVE "-" TO STL-SIGN
                   ELSE
                       MOVE "+" TO STL-SIGN
                   END-IF
                   COMPUTE STL-QTY =
                       FUNCTION ABS(WS-SLC-BOOK(WS-SLC-IDX))
                   WRITE STL-RECORD
               END-IF
           END-PERFORM.
           CLOSE LOCATIONS-FILE.
           DISPLAY "Adjustments written and the book now matches "
               "the count.".
       0500-WRITE-ADJUSTMENTS-END.
