       IDENTIFICATION DIVISION.
       PROGRAM-ID. deadstk.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * On hand and moving-average cost per item : what is sitting on
      * the shelves and what it stands in the books at.
           SELECT INVENTORY-INPUT
               ASSIGN TO "data/inventaire.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

      * The live ledger, and after it the closed periods stkclose
      * archived, so an item last sold before the latest close still
      * shows its real last issue instead of ageing from the "O"
      * opening row carried forward in its place.
           SELECT MOVEMENTS-INPUT
               ASSIGN TO DYNAMIC WS-MVT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

      * Stock nobody has drawn on for 90 days or more, by band, with
      * the provision against it and the net stock value left.
           SELECT DEAD-STOCK-OUTPUT
               ASSIGN TO "output/dead-stock.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Shared end-of-day summary log, folded together with the other
      * day15/day17 report programs by eodsum.cbl.
           SELECT EOD-LOG-OUTPUT
               ASSIGN TO "output/eod-summary.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INVENTORY-INPUT.
       01 INV-CTL-RECORD.
           05 INV-CTL-COUNT         PIC 9(04).
       COPY itemrcd.

       FD MOVEMENTS-INPUT.
       COPY mvtrcd REPLACING ==:TAG:== BY ==MVT==.

       FD DEAD-STOCK-OUTPUT.
       01 RPT-OUT-RCD               PIC X(100).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-INV-STATUS               PIC X(02).
           88 WS-INV-STATUS-OK                  VALUE "00".
       01 WS-MVT-STATUS               PIC X(02).
           88 WS-MVT-STATUS-OK                  VALUE "00".
       01 WS-EOD-STATUS               PIC X(02).
           88 WS-EOD-STATUS-OK                  VALUE "00".

       77 WS-MVT-FILENAME             PIC X(40).
       77 WS-IDX                      PIC 9(02).
       77 WS-BAND-IDX                 PIC 9(01).
       77 WS-FOUND-IDX                PIC 9(02).
       77 WS-EXPECTED-CNT             PIC 9(04) VALUE 0.

      * Per item : on hand and cost off the book, the last "I" issue
      * and the earliest movement seen off the ledgers, then the age
      * and band worked out from them.
       77 WS-ITEM-TBL-SIZE            PIC 9(02) VALUE 0.
       01 WS-ITEM-TBL.
           05 WS-ITEM OCCURS 99 TIMES.
               10 WS-ITEM-NAME        PIC X(10).
               10 WS-ITEM-SUPPLIER    PIC X(06).
               10 WS-ITEM-AMOUNT      PIC 9(05).
               10 WS-ITEM-COST        PIC 9(04)V99.
               10 WS-ITEM-LAST-ISSUE  PIC 9(08).
               10 WS-ITEM-FIRST-SEEN  PIC 9(08).
               10 WS-ITEM-DAYS        PIC 9(05).
               10 WS-ITEM-BAND        PIC 9(01).
               10 WS-ITEM-VALUE       PIC 9(09)V99.
               10 WS-ITEM-PROVISION   PIC 9(09)V99.

      * Band 1 is stock still moving (under 90 days), 2 from 90, 3
      * from 180, 4 a year or more; the provision rate per band comes
      * from data/params.txt.
       01 WS-BAND-TBL.
           05 WS-BAND OCCURS 4 TIMES.
               10 WS-BAND-LABEL       PIC X(12).
               10 WS-BAND-PCT         PIC 9(03).
               10 WS-BAND-ITEMS       PIC 9(03).
               10 WS-BAND-VALUE       PIC 9(11)V99.
               10 WS-BAND-PROVISION   PIC 9(11)V99.

       77 WS-RUN-DATE                 PIC 9(08).
       77 WS-RUN-INTEGER              PIC S9(09) COMP-5.
       77 WS-BASIS-DATE               PIC 9(08).
       77 WS-AGE-DAYS                 PIC S9(09) COMP-5.

      * Thirteen closed periods back from the run month cover the
      * whole of the 365-day band.
       01 WS-ARC-PERIOD               PIC 9(06).
       01 WS-ARC-PERIOD-SPLIT REDEFINES WS-ARC-PERIOD.
           05 WS-ARC-YYYY             PIC 9(04).
           05 WS-ARC-MM               PIC 9(02).
       77 WS-ARC-CNT                  PIC 9(02).
       77 WS-ARC-READ                 PIC 9(02) VALUE 0.
       77 WS-LIVE-LEDGER              PIC 9(01) VALUE 0.
           88 WS-LIVE-LEDGER-TRUE               VALUE 1.
           88 WS-LIVE-LEDGER-FALSE              VALUE 0.
       77 WS-ROWS-READ                PIC 9(07) VALUE 0.

       01 WS-PARAM-KEY                PIC X(20).
       01 WS-PARAM-VALUE              PIC X(20).
       01 WS-PARAM-FOUND              PIC 9(01).
           88 WS-PARAM-FOUND-TRUE               VALUE 1.
           88 WS-PARAM-FOUND-FALSE              VALUE 0.

       77 WS-GROSS-VALUE              PIC 9(11)V99 VALUE 0.
       77 WS-TOTAL-PROVISION          PIC 9(11)V99 VALUE 0.
       77 WS-NET-VALUE                PIC 9(11)V99 VALUE 0.
       77 WS-CANDIDATE-CNT            PIC 9(03) VALUE 0.
       77 WS-NO-HISTORY-CNT           PIC 9(03) VALUE 0.
       77 WS-UNCOSTED-CNT             PIC 9(03) VALUE 0.
       77 WS-OPERATOR-ID              PIC X(08).

       01 WS-RPT-TITLE-LINE.
           05 FILLER                  PIC X(33) VALUE
               "*** SLOW-MOVING AND DEAD STOCK - ".
           05 WS-RPT-TITLE-DATE       PIC 9(08).
           05 FILLER                  PIC X(04) VALUE " ***".

       01 WS-RPT-PARAM-LINE.
           05 FILLER                  PIC X(18) VALUE
               "Provision % : 90d ".
           05 WS-RPT-PCT-90           PIC ZZ9.
           05 FILLER                  PIC X(07) VALUE "  180d ".
           05 WS-RPT-PCT-180          PIC ZZ9.
           05 FILLER                  PIC X(07) VALUE "  365d ".
           05 WS-RPT-PCT-365          PIC ZZ9.

       01 WS-RPT-HEADING-LINE.
           05 FILLER                  PIC X(11) VALUE "Item".
           05 FILLER                  PIC X(07) VALUE "Supp.".
           05 FILLER                  PIC X(06) VALUE "Qty".
           05 FILLER                  PIC X(08) VALUE "Avg cost".
           05 FILLER                  PIC X(15) VALUE "         Value".
           05 FILLER                  PIC X(09) VALUE "Last out".
           05 FILLER                  PIC X(06) VALUE "Days".
           05 FILLER                  PIC X(10) VALUE "Provision".

       01 WS-RPT-BAND-HEAD.
           05 FILLER                  PIC X(04) VALUE "--- ".
           05 WS-RPT-BAND-HEAD-LABEL  PIC X(12).
           05 FILLER                  PIC X(04) VALUE " ---".

       01 WS-RPT-DETAIL-LINE.
           05 WS-RPT-ITEM             PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-SUPPLIER         PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-QTY              PIC ZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-COST             PIC Z,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-LAST-OUT         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-DAYS             PIC ZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-PROVISION        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-NOTE             PIC X(12).

       01 WS-RPT-SUMMARY-HEAD.
           05 FILLER                  PIC X(13) VALUE "Band".
           05 FILLER                  PIC X(06) VALUE "Items".
           05 FILLER                  PIC X(18) VALUE "Value".
           05 FILLER                  PIC X(05) VALUE "Pct".
           05 FILLER                  PIC X(14) VALUE "Provision".

       01 WS-RPT-SUMMARY-LINE.
           05 WS-RPT-SUM-LABEL        PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-SUM-ITEMS        PIC ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-SUM-VALUE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-SUM-PCT          PIC ZZ9.
           05 FILLER                  PIC X(02) VALUE "% ".
           05 WS-RPT-SUM-PROVISION    PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-RPT-TOTAL-LINE.
           05 WS-RPT-TOT-LABEL        PIC X(34).
           05 WS-RPT-TOT-VALUE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-RPT-TRAILER-LINE.
           05 FILLER                  PIC X(21) VALUE
               "*** END OF REPORT - ".
           05 WS-TRL-RECORDS          PIC ZZZZ9.
           05 FILLER                  PIC X(22) VALUE
               " ITEMS - PROVISION ".
           05 WS-TRL-TOTAL            PIC ZZZZZZZZZZ9.99.
           05 FILLER                  PIC X(04) VALUE " ***".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           PERFORM 0050-LOAD-PARAMS-BEGIN
              THRU 0050-LOAD-PARAMS-END.
           PERFORM 0100-LOAD-INVENTORY-BEGIN
              THRU 0100-LOAD-INVENTORY-END.
           PERFORM 0200-READ-LEDGERS-BEGIN
              THRU 0200-READ-LEDGERS-END.
           PERFORM 0300-AGE-ITEMS-BEGIN
              THRU 0300-AGE-ITEMS-END.
           PERFORM 0400-WRITE-REPORT-BEGIN
              THRU 0400-WRITE-REPORT-END.
           PERFORM 0500-WRITE-EOD-LOG-BEGIN
              THRU 0500-WRITE-EOD-LOG-END.

           DISPLAY WS-CANDIDATE-CNT " item(s) without an issue for "
               "90 days or more, report in output/dead-stock.txt.".
      * Exit status for the scheduler : 0 clean, 4 when the live
      * ledger was missing or items had no movement or cost to go
      * on, 8 on the aborts above.
           MOVE 0 TO RETURN-CODE.
           IF WS-LIVE-LEDGER-FALSE THEN
               DISPLAY "*** WARNING *** no data/mouvements-stock.txt "
                   "- ages rest on the archived periods alone."
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-NO-HISTORY-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-NO-HISTORY-CNT
                   " item(s) on hand with no movement on file - "
                   "banded a year or more."
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-UNCOSTED-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-UNCOSTED-CNT
                   " item(s) have no unit cost on file and valued "
                   "at zero."
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0050-LOAD-PARAMS-BEGIN.
           MOVE "Under 90 d"   TO WS-BAND-LABEL(1).
           MOVE "90-179 d"     TO WS-BAND-LABEL(2).
           MOVE "180-364 d"    TO WS-BAND-LABEL(3).
           MOVE "365 d & over" TO WS-BAND-LABEL(4).
           MOVE 0   TO WS-BAND-PCT(1).
           MOVE 25  TO WS-BAND-PCT(2).
           MOVE 50  TO WS-BAND-PCT(3).
           MOVE 100 TO WS-BAND-PCT(4).
           MOVE "DEAD-PROV-90-PCT" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-BAND-PCT(2)
           END-IF.
           MOVE "DEAD-PROV-180-PCT" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-BAND-PCT(3)
           END-IF.
           MOVE "DEAD-PROV-365-PCT" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-BAND-PCT(4)
           END-IF.
      * A rate past 100% would provide more than the stock is worth.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 4
               IF WS-BAND-PCT(WS-BAND-IDX) > 100 THEN
                   MOVE 100 TO WS-BAND-PCT(WS-BAND-IDX)
               END-IF
               MOVE 0 TO WS-BAND-ITEMS(WS-BAND-IDX)
               MOVE 0 TO WS-BAND-VALUE(WS-BAND-IDX)
               MOVE 0 TO WS-BAND-PROVISION(WS-BAND-IDX)
           END-PERFORM.
       0050-LOAD-PARAMS-END.

       0100-LOAD-INVENTORY-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT INVENTORY-INPUT.
           IF NOT WS-INV-STATUS-OK THEN
               DISPLAY "Unable to open data/inventaire.txt, status "
                   WS-INV-STATUS "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ INVENTORY-INPUT
               AT END
                   DISPLAY "data/inventaire.txt has no control record."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               NOT AT END
                   MOVE INV-CTL-COUNT TO WS-EXPECTED-CNT
           END-READ.
           PERFORM UNTIL WS-EOF-TRUE
               READ INVENTORY-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-ITEM-TBL-SIZE < 99 THEN
                           ADD 1 TO WS-ITEM-TBL-SIZE
                           PERFORM 0110-KEEP-ITEM-BEGIN
                              THRU 0110-KEEP-ITEM-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVENTORY-INPUT.
           IF WS-ITEM-TBL-SIZE NOT EQUAL WS-EXPECTED-CNT THEN
               DISPLAY "Control total mismatch on data/inventaire.txt "
                   ": expected " WS-EXPECTED-CNT ", read "
                   WS-ITEM-TBL-SIZE "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       0100-LOAD-INVENTORY-END.

       0110-KEEP-ITEM-BEGIN.
           MOVE WS-ITEM-TBL-SIZE TO WS-IDX.
           MOVE ITEM-NAME TO WS-ITEM-NAME(WS-IDX).
           MOVE ITEM-SUPPLIER-CODE TO WS-ITEM-SUPPLIER(WS-IDX).
           MOVE FUNCTION NUMVAL(ITEM-AMOUNT) TO WS-ITEM-AMOUNT(WS-IDX).
           IF ITEM-UNIT-COST IS NUMERIC THEN
               MOVE ITEM-UNIT-COST TO WS-ITEM-COST(WS-IDX)
           ELSE
               MOVE 0 TO WS-ITEM-COST(WS-IDX)
               IF WS-ITEM-AMOUNT(WS-IDX) > 0 THEN
                   ADD 1 TO WS-UNCOSTED-CNT
               END-IF
           END-IF.
           MOVE 0 TO WS-ITEM-LAST-ISSUE(WS-IDX).
           MOVE 0 TO WS-ITEM-FIRST-SEEN(WS-IDX).
           MOVE 0 TO WS-ITEM-DAYS(WS-IDX).
           MOVE 0 TO WS-ITEM-BAND(WS-IDX).
           MOVE 0 TO WS-ITEM-VALUE(WS-IDX).
           MOVE 0 TO WS-ITEM-PROVISION(WS-IDX).
       0110-KEEP-ITEM-END.

      * The live ledger first, then each archived period that exists
      * going back a month at a time; a period never closed simply
      * has no archive file.
       0200-READ-LEDGERS-BEGIN.
           MOVE "data/mouvements-stock.txt" TO WS-MVT-FILENAME.
           PERFORM 0210-READ-ONE-LEDGER-BEGIN
              THRU 0210-READ-ONE-LEDGER-END.
           IF WS-MVT-STATUS-OK THEN
               SET WS-LIVE-LEDGER-TRUE TO TRUE
           END-IF.

           MOVE WS-RUN-DATE(1:6) TO WS-ARC-PERIOD.
           PERFORM VARYING WS-ARC-CNT FROM 1 BY 1
                   UNTIL WS-ARC-CNT > 13
               IF WS-ARC-MM EQUAL 1 THEN
                   SUBTRACT 1 FROM WS-ARC-YYYY
                   MOVE 12 TO WS-ARC-MM
               ELSE
                   SUBTRACT 1 FROM WS-ARC-MM
               END-IF
               MOVE SPACE TO WS-MVT-FILENAME
               STRING "data/mouvements-stock-" DELIMITED BY SIZE
                      WS-ARC-PERIOD DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                   INTO WS-MVT-FILENAME
               PERFORM 0210-READ-ONE-LEDGER-BEGIN
                  THRU 0210-READ-ONE-LEDGER-END
               IF WS-MVT-STATUS-OK THEN
                   ADD 1 TO WS-ARC-READ
               END-IF
           END-PERFORM.
       0200-READ-LEDGERS-END.

       0210-READ-ONE-LEDGER-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT MOVEMENTS-INPUT.
           IF NOT WS-MVT-STATUS-OK THEN
               GO TO 0210-READ-ONE-LEDGER-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ MOVEMENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       PERFORM 0220-FOLD-ONE-ROW-BEGIN
                          THRU 0220-FOLD-ONE-ROW-END
               END-READ
           END-PERFORM.
           CLOSE MOVEMENTS-INPUT.
           MOVE "00" TO WS-MVT-STATUS.
       0210-READ-ONE-LEDGER-END.

      * An "I" row moves the last issue forward; any dated row can
      * move the first sighting back, which is what an item never
      * sold at all is aged from. "O" opening rows only stand for
      * stock carried over, so they count as a sighting but never
      * as an issue.
       0220-FOLD-ONE-ROW-BEGIN.
           IF MVT-DATE IS NOT NUMERIC OR MVT-DATE EQUAL 0 THEN
               GO TO 0220-FOLD-ONE-ROW-END
           END-IF.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ITEM-TBL-SIZE
               IF WS-ITEM-NAME(WS-IDX) EQUAL MVT-ITEM-NAME THEN
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX EQUAL 0 THEN
               GO TO 0220-FOLD-ONE-ROW-END
           END-IF.
           IF MVT-TYPE EQUAL "I" AND
              MVT-DATE > WS-ITEM-LAST-ISSUE(WS-FOUND-IDX) THEN
               MOVE MVT-DATE TO WS-ITEM-LAST-ISSUE(WS-FOUND-IDX)
           END-IF.
           IF WS-ITEM-FIRST-SEEN(WS-FOUND-IDX) EQUAL 0 OR
              MVT-DATE < WS-ITEM-FIRST-SEEN(WS-FOUND-IDX) THEN
               MOVE MVT-DATE TO WS-ITEM-FIRST-SEEN(WS-FOUND-IDX)
           END-IF.
       0220-FOLD-ONE-ROW-END.

      * Age from the last issue, or from the first sighting for an
      * item never issued; with neither it is treated as a year or
      * more. Value at moving-average cost, provision at the band's
      * rate.
       0300-AGE-ITEMS-BEGIN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ITEM-TBL-SIZE
               IF WS-ITEM-AMOUNT(WS-IDX) > 0 THEN
                   PERFORM 0310-AGE-ONE-ITEM-BEGIN
                      THRU 0310-AGE-ONE-ITEM-END
               END-IF
           END-PERFORM.
           COMPUTE WS-NET-VALUE = WS-GROSS-VALUE - WS-TOTAL-PROVISION.
       0300-AGE-ITEMS-END.

       0310-AGE-ONE-ITEM-BEGIN.
           IF WS-ITEM-LAST-ISSUE(WS-IDX) > 0 THEN
               MOVE WS-ITEM-LAST-ISSUE(WS-IDX) TO WS-BASIS-DATE
           ELSE
               MOVE WS-ITEM-FIRST-SEEN(WS-IDX) TO WS-BASIS-DATE
           END-IF.
           IF WS-BASIS-DATE EQUAL 0 THEN
               MOVE 99999 TO WS-ITEM-DAYS(WS-IDX)
               ADD 1 TO WS-NO-HISTORY-CNT
           ELSE
               COMPUTE WS-AGE-DAYS = WS-RUN-INTEGER
                   - FUNCTION INTEGER-OF-DATE(WS-BASIS-DATE)
               IF WS-AGE-DAYS < 0 THEN
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
               IF WS-AGE-DAYS > 99999 THEN
                   MOVE 99999 TO WS-AGE-DAYS
               END-IF
               MOVE WS-AGE-DAYS TO WS-ITEM-DAYS(WS-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN WS-ITEM-DAYS(WS-IDX) >= 365
                   MOVE 4 TO WS-ITEM-BAND(WS-IDX)
               WHEN WS-ITEM-DAYS(WS-IDX) >= 180
                   MOVE 3 TO WS-ITEM-BAND(WS-IDX)
               WHEN WS-ITEM-DAYS(WS-IDX) >= 90
                   MOVE 2 TO WS-ITEM-BAND(WS-IDX)
               WHEN OTHER
                   MOVE 1 TO WS-ITEM-BAND(WS-IDX)
           END-EVALUATE.
           MOVE WS-ITEM-BAND(WS-IDX) TO WS-BAND-IDX.

           COMPUTE WS-ITEM-VALUE(WS-IDX) =
               WS-ITEM-AMOUNT(WS-IDX) * WS-ITEM-COST(WS-IDX).
           COMPUTE WS-ITEM-PROVISION(WS-IDX) ROUNDED =
               WS-ITEM-VALUE(WS-IDX) * WS-BAND-PCT(WS-BAND-IDX) / 100.
           ADD 1 TO WS-BAND-ITEMS(WS-BAND-IDX).
           ADD WS-ITEM-VALUE(WS-IDX) TO WS-BAND-VALUE(WS-BAND-IDX).
           ADD WS-ITEM-PROVISION(WS-IDX)
               TO WS-BAND-PROVISION(WS-BAND-IDX).
           ADD WS-ITEM-VALUE(WS-IDX) TO WS-GROSS-VALUE.
           ADD WS-ITEM-PROVISION(WS-IDX) TO WS-TOTAL-PROVISION.
           IF WS-BAND-IDX > 1 THEN
               ADD 1 TO WS-CANDIDATE-CNT
           END-IF.
       0310-AGE-ONE-ITEM-END.

      * The buyer's list first, oldest band down, then the band
      * summary and the net value the accountant carries.
       0400-WRITE-REPORT-BEGIN.
           OPEN OUTPUT DEAD-STOCK-OUTPUT.
           MOVE WS-RUN-DATE TO WS-RPT-TITLE-DATE.
           MOVE WS-RPT-TITLE-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-BAND-PCT(2) TO WS-RPT-PCT-90.
           MOVE WS-BAND-PCT(3) TO WS-RPT-PCT-180.
           MOVE WS-BAND-PCT(4) TO WS-RPT-PCT-365.
           MOVE WS-RPT-PARAM-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Candidates to discount or return :" TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-HEADING-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

           PERFORM VARYING WS-BAND-IDX FROM 4 BY -1
                   UNTIL WS-BAND-IDX < 2
               IF WS-BAND-ITEMS(WS-BAND-IDX) > 0 THEN
                   MOVE WS-BAND-LABEL(WS-BAND-IDX)
                       TO WS-RPT-BAND-HEAD-LABEL
                   MOVE WS-RPT-BAND-HEAD TO RPT-OUT-RCD
                   WRITE RPT-OUT-RCD
                   PERFORM 0410-LIST-BAND-BEGIN
                      THRU 0410-LIST-BAND-END
               END-IF
           END-PERFORM.
           IF WS-CANDIDATE-CNT EQUAL 0 THEN
               MOVE "(none)" TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-IF.

           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-SUMMARY-HEAD TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 4
               MOVE WS-BAND-LABEL(WS-BAND-IDX) TO WS-RPT-SUM-LABEL
               MOVE WS-BAND-ITEMS(WS-BAND-IDX) TO WS-RPT-SUM-ITEMS
               MOVE WS-BAND-VALUE(WS-BAND-IDX) TO WS-RPT-SUM-VALUE
               MOVE WS-BAND-PCT(WS-BAND-IDX) TO WS-RPT-SUM-PCT
               MOVE WS-BAND-PROVISION(WS-BAND-IDX)
                   TO WS-RPT-SUM-PROVISION
               MOVE WS-RPT-SUMMARY-LINE TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-PERFORM.

           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Gross stock value (average cost) :"
               TO WS-RPT-TOT-LABEL.
           MOVE WS-GROSS-VALUE TO WS-RPT-TOT-VALUE.
           MOVE WS-RPT-TOTAL-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Obsolescence provision :" TO WS-RPT-TOT-LABEL.
           MOVE WS-TOTAL-PROVISION TO WS-RPT-TOT-VALUE.
           MOVE WS-RPT-TOTAL-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Net stock value :" TO WS-RPT-TOT-LABEL.
           MOVE WS-NET-VALUE TO WS-RPT-TOT-VALUE.
           MOVE WS-RPT-TOTAL-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-ITEM-TBL-SIZE TO WS-TRL-RECORDS.
           MOVE WS-TOTAL-PROVISION TO WS-TRL-TOTAL.
           MOVE WS-RPT-TRAILER-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           CLOSE DEAD-STOCK-OUTPUT.
       0400-WRITE-REPORT-END.

       0410-LIST-BAND-BEGIN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ITEM-TBL-SIZE
               IF WS-ITEM-AMOUNT(WS-IDX) > 0 AND
                  WS-ITEM-BAND(WS-IDX) EQUAL WS-BAND-IDX THEN
                   MOVE SPACES TO WS-RPT-NOTE
                   MOVE WS-ITEM-NAME(WS-IDX) TO WS-RPT-ITEM
                   MOVE WS-ITEM-SUPPLIER(WS-IDX) TO WS-RPT-SUPPLIER
                   MOVE WS-ITEM-AMOUNT(WS-IDX) TO WS-RPT-QTY
                   MOVE WS-ITEM-COST(WS-IDX) TO WS-RPT-COST
                   MOVE WS-ITEM-VALUE(WS-IDX) TO WS-RPT-VALUE
                   MOVE WS-ITEM-DAYS(WS-IDX) TO WS-RPT-DAYS
                   MOVE WS-ITEM-PROVISION(WS-IDX) TO WS-RPT-PROVISION
                   EVALUATE TRUE
                       WHEN WS-ITEM-LAST-ISSUE(WS-IDX) > 0
                           MOVE WS-ITEM-LAST-ISSUE(WS-IDX)
                               TO WS-RPT-LAST-OUT
                       WHEN WS-ITEM-FIRST-SEEN(WS-IDX) > 0
                           MOVE "NEVER" TO WS-RPT-LAST-OUT
                           MOVE "NEVER ISSUED" TO WS-RPT-NOTE
                       WHEN OTHER
                           MOVE "NEVER" TO WS-RPT-LAST-OUT
                           MOVE "NO HISTORY" TO WS-RPT-NOTE
                   END-EVALUATE
                   MOVE WS-RPT-DETAIL-LINE TO RPT-OUT-RCD
                   WRITE RPT-OUT-RCD
               END-IF
           END-PERFORM.
       0410-LIST-BAND-END.

       0500-WRITE-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "DEADSTK" TO EOD-PROGRAM.
           MOVE WS-ITEM-TBL-SIZE TO EOD-RECORDS-PROC.
           MOVE WS-CANDIDATE-CNT TO EOD-EXCEPTIONS.
           MOVE 1 TO EOD-FILES-WRITTEN.
           MOVE WS-TOTAL-PROVISION TO EOD-KEY-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE WS-OPERATOR-ID TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0500-WRITE-EOD-LOG-END.
