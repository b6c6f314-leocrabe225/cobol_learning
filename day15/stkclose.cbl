           05 WS-OPEN-DD              PIC 9(02).
       77 WS-ARCHIVE-FILENAME         PIC X(40).

      * Closing balance per distinct item and location named in the
      * closed rows, so the opening rows keep stock where it was.
       77 WS-BAL-TBL-SIZE             PIC 9(03) VALUE 0.
       01 WS-BAL-TBL.
           05 WS-BAL OCCURS 300 TIMES.
               10 WS-BAL-ITEM-NAME    PIC X(10).
               10 WS-BAL-LOCATION     PIC X(04).
               10 WS-BAL-QTY          PIC S9(06) COMP-5.
       77 WS-BAL-FOUND-IDX            PIC 9(03).
       77 WS-ROW-LOCATION             PIC X(04).

       77 WS-ROWS-READ                PIC 9(05) VALUE 0.
       77 WS-ROWS-ARCHIVED            PIC 9(05) VALUE 0.
       0100-SPLIT-LEDGER-END.

       0200-FOLD-ONE-ROW-BEGIN.
           MOVE MVT-LOCATION TO WS-ROW-LOCATION.
           IF WS-ROW-LOCATION EQUAL SPACE THEN
               MOVE "SHOP" TO WS-ROW-LOCATION
           END-IF.
           MOVE 0 TO WS-BAL-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-BAL-TBL-SIZE
               IF WS-BAL-ITEM-NAME(WS-IDX) EQUAL MVT-ITEM-NAME AND
                  WS-BAL-LOCATION(WS-IDX) EQUAL WS-ROW-LOCATION THEN
                   MOVE WS-IDX TO WS-BAL-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-BAL-FOUND-IDX EQUAL 0 THEN
               IF WS-BAL-TBL-SIZE >= 300 THEN
                   DISPLAY "*** WARNING *** more than 300 distinct "
                       "item locations in the closed period - "
                       MVT-ITEM-NAME " " WS-ROW-LOCATION
                       " has no opening row."
                   GO TO 0200-FOLD-ONE-ROW-END
               END-IF
               ADD 1 TO WS-BAL-TBL-SIZE
               MOVE WS-BAL-TBL-SIZE TO WS-BAL-FOUND-IDX
               MOVE MVT-ITEM-NAME
                   TO WS-BAL-ITEM-NAME(WS-BAL-FOUND-IDX)
               MOVE WS-ROW-LOCATION
                   TO WS-BAL-LOCATION(WS-BAL-FOUND-IDX)
               MOVE 0 TO WS-BAL-QTY(WS-BAL-FOUND-IDX)
           END-IF.
           IF MVT-SIGN EQUAL "-" THEN
           END-IF.
       0200-FOLD-ONE-ROW-END.

      * The new ledger : one "O" row per item and location (the closed
      * period's balance, signed) followed by the carried movements.
      * "O" rows fold in stockpos.cbl like any other signed row.
       0300-REBUILD-LEDGER-BEGIN.
           OPEN OUTPUT MOVEMENTS-FILE.
           MOVE WS-PERIOD TO WS-REF-PERIOD.
               END-IF
               COMPUTE WS-ABS-QTY =
                   FUNCTION ABS(WS-BAL-QTY(WS-IDX))
               IF WS-ABS-QTY > 99999 THEN
                   DISPLAY "*** WARNING *** "
                       WS-BAL-ITEM-NAME(WS-IDX) " balance past the "
                       "five-digit quantity field - capped at 99999."
                   MOVE 99999 TO WS-ABS-QTY
               END-IF
               MOVE WS-ABS-QTY TO MVT-QTY
               MOVE WS-OPENING-DATE TO MVT-DATE
               MOVE WS-MVT-REF-BUILD TO MVT-REF
               MOVE WS-BAL-LOCATION(WS-IDX) TO MVT-LOCATION
               WRITE MVT-RECORD
               ADD 1 TO WS-OPENINGS-WRITTEN
           END-PERFORM.
