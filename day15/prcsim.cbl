       IDENTIFICATION DIVISION.
       PROGRAM-ID. prcsim.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The price changes being considered, one row per item : a new
      * price outright or a percentage up or down, and the day it
      * would take effect. Nothing here touches the catalogue.
           SELECT PROPOSALS-INPUT
               ASSIGN TO "data/prix-propositions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRP-STATUS.

      * The catalogue as it stands, for the price each proposal moves
      * away from.
           SELECT PRICE-CAT-INPUT
               ASSIGN TO "data/prix-catalogue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRC-STATUS.

           SELECT ORDER-LINES-INPUT
               ASSIGN TO "data/lignes-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIN-STATUS.

           SELECT ORDERS-INPUT
               ASSIGN TO "data/num-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

      * Unit costs and kit definitions, costed the way margin.cbl
      * costs them, so the margins here are the margins there.
           SELECT INVENTORY-INPUT
               ASSIGN TO "data/inventaire.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

           SELECT KIT-INPUT
               ASSIGN TO "data/kits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KIT-STATUS.

           SELECT SIM-REPORT-OUTPUT
               ASSIGN TO "output/price-sim-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      * The proposals worked out to catalogue rows, in the catalogue's
      * own layout : once signed off, LOAD in prcmaint.cbl appends
      * them as they are.
           SELECT PROPOSED-OUTPUT
               ASSIGN TO "output/prix-proposes.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PROPOSALS-INPUT.
       01 PRP-RECORD.
           05 PRP-ITEM-NAME        PIC X(10).
           05 FILLER               PIC X(01).
      * "P" a new price in whole units, "%" a percentage of the price
      * each line was sold at, up or down by the sign.
           05 PRP-KIND             PIC X(01).
               88 PRP-KIND-PRICE             VALUE "P".
               88 PRP-KIND-PCT               VALUE "%".
           05 FILLER               PIC X(01).
           05 PRP-PRICE            PIC 9(04).
           05 FILLER               PIC X(01).
           05 PRP-PCT-SIGN         PIC X(01).
           05 PRP-PCT              PIC 9(02)V9.
           05 FILLER               PIC X(01).
      * Blank for the first of next month.
           05 PRP-EFF-DATE         PIC 9(08).

       FD PRICE-CAT-INPUT.
       01 PRC-RECORD.
           05 PRC-ITEM-NAME        PIC X(10).
           05 FILLER               PIC X(01).
           05 PRC-EFF-DATE         PIC 9(08).
           05 FILLER               PIC X(01).
           05 PRC-PRICE            PIC 9(04).

       FD ORDER-LINES-INPUT.
       01 LIN-RECORD.
           05 LIN-ORD-ID           PIC 9(05).
           05 FILLER               PIC X(01).
           05 LIN-ITEM-NAME        PIC X(10).
           05 FILLER               PIC X(01).
           05 LIN-QTY              PIC 9(03).
           05 FILLER               PIC X(01).
           05 LIN-UNIT-PRICE       PIC 9(04).

       FD ORDERS-INPUT.
       01 ORD-IN-RECORD.
           05 ORD-IN-CLI-ID        PIC 9(04).
           05 FILLER               PIC X(01).
           05 ORD-IN-ID            PIC 9(05).
           05 FILLER               PIC X(01).
           05 ORD-IN-AMT           PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 ORD-IN-DATE          PIC 9(08).
           05 FILLER               PIC X(01).
           05 ORD-IN-TYPE          PIC X(01).

       FD INVENTORY-INPUT.
       01 INV-CTL-RECORD.
           05 INV-CTL-COUNT         PIC 9(04).
       COPY itemrcd.

       FD KIT-INPUT.
       COPY kitrcd.

       FD SIM-REPORT-OUTPUT.
       01 RPT-OUT-RCD               PIC X(90).

       FD PROPOSED-OUTPUT.
       01 PRO-RECORD.
           05 PRO-ITEM-NAME        PIC X(10).
           05 FILLER               PIC X(01).
           05 PRO-EFF-DATE         PIC 9(08).
           05 FILLER               PIC X(01).
           05 PRO-PRICE            PIC 9(04).

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-F-STATUS                 PIC X(02).
           88 WS-F-STATUS-OK                    VALUE "00".
       01 WS-PRP-STATUS               PIC X(02).
           88 WS-PRP-STATUS-OK                  VALUE "00".
       01 WS-PRC-STATUS               PIC X(02).
           88 WS-PRC-STATUS-OK                  VALUE "00".
       01 WS-LIN-STATUS               PIC X(02).
           88 WS-LIN-STATUS-OK                  VALUE "00".
       01 WS-INV-STATUS               PIC X(02).
           88 WS-INV-STATUS-OK                  VALUE "00".
       01 WS-KIT-STATUS               PIC X(02).
           88 WS-KIT-STATUS-OK                  VALUE "00".

       77 WS-IDX                      PIC 9(05).
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

      * How far back to re-price : whole months before the current
      * one, so the window always starts on the first of a month.
       77 WS-ENTRY-MONTHS             PIC 9(02) VALUE 0.
       77 WS-MONTHS                   PIC 9(02) VALUE 12.
       77 WS-RUN-DATE                 PIC 9(08).
       77 WS-DATE-FROM                PIC 9(08).
       77 WS-NEXT-MONTH-DATE          PIC 9(08).
       77 WS-MONTH-NUM                PIC S9(07).
       01 WS-WORK-DATE.
           05 WS-WORK-YEAR            PIC 9(04).
           05 WS-WORK-MONTH           PIC 9(02).
           05 WS-WORK-DAY             PIC 9(02).

      * The proposals, each with the catalogue price it replaces and
      * the catalogue row it would become.
       77 WS-PRP-TBL-SIZE             PIC 9(02) VALUE 0.
       01 WS-PRP-TBL.
           05 WS-PRP OCCURS 99 TIMES.
               10 WS-PRP-ITEM         PIC X(10).
               10 WS-PRP-KIND         PIC X(01).
               10 WS-PRP-PRICE        PIC 9(04).
               10 WS-PRP-PCT          PIC S9(02)V9.
               10 WS-PRP-EFF          PIC 9(08).
               10 WS-PRP-CUR-EFF      PIC 9(08).
               10 WS-PRP-CUR-PRICE    PIC 9(04).
               10 WS-PRP-NEW-PRICE    PIC 9(04).
      * "Y" when the row goes to output/prix-proposes.txt.
               10 WS-PRP-LOADABLE     PIC X(01).
       77 WS-PRP-IDX                  PIC 9(03).
       77 WS-PRP-FOUND-IDX            PIC 9(03).
       77 WS-PRP-REJECTED             PIC 9(03) VALUE 0.
       77 WS-PRP-DROPPED              PIC 9(03) VALUE 0.
       77 WS-PRP-WRITTEN              PIC 9(03) VALUE 0.

      * Order ID resolved to client and date, slotted by the ID.
       01 WS-ORD-TBL.
           05 WS-ORD OCCURS 99999 TIMES.
               10 WS-ORD-USED         PIC X(01).
               10 WS-ORD-CLI-ID       PIC 9(04).
               10 WS-ORD-DATE         PIC 9(08).
               10 WS-ORD-TYPE         PIC X(01).

      * Unit cost per item off the book.
       77 WS-ITEM-TBL-SIZE            PIC 9(02) VALUE 0.
       01 WS-ITEM-TBL.
           05 WS-ITEM OCCURS 99 TIMES.
               10 WS-ITEM-NAME        PIC X(10).
               10 WS-ITEM-COST        PIC 9(04)V99.
       77 WS-ITEM-FOUND-IDX           PIC 9(02).

      * Every kit component row, and the kit cost built up from
      * them; a component with no cost on the book leaves the whole
      * kit uncosted.
       77 WS-KIT-TBL-SIZE             PIC 9(03) VALUE 0.
       01 WS-KIT-TBL.
           05 WS-KIT OCCURS 300 TIMES.
               10 WS-KIT-ITEM         PIC X(10).
               10 WS-KIT-COMP         PIC X(10).
               10 WS-KIT-QTY          PIC 9(03).
       77 WS-KIT-IDX                  PIC 9(03).
       77 WS-KIT-ROW                  PIC 9(03).
       77 WS-KIT-NAME                 PIC X(10).
       77 WS-KIT-COST                 PIC 9(07)V99.
       77 WS-KIT-COSTED               PIC 9(01).
           88 WS-KIT-COSTED-TRUE                VALUE 1.
           88 WS-KIT-COSTED-FALSE               VALUE 0.

      * Old and new figures per proposed item (same slot as the
      * proposal), per client and for the whole window.
       01 WS-SI-TBL.
           05 WS-SI OCCURS 99 TIMES.
               10 WS-SI-QTY           PIC 9(07).
               10 WS-SI-OLD-SALES     PIC S9(09)V99.
               10 WS-SI-NEW-SALES     PIC S9(09)V99.
               10 WS-SI-OLD-MARGIN    PIC S9(09)V99.
               10 WS-SI-NEW-MARGIN    PIC S9(09)V99.
       01 WS-SC-TBL.
           05 WS-SC OCCURS 9999 TIMES.
               10 WS-SC-TOUCHED       PIC X(01).
               10 WS-SC-OLD-SALES     PIC S9(09)V99.
               10 WS-SC-NEW-SALES     PIC S9(09)V99.
               10 WS-SC-OLD-MARGIN    PIC S9(09)V99.
               10 WS-SC-NEW-MARGIN    PIC S9(09)V99.
       77 WS-CLI-IDX                  PIC 9(05).
       77 WS-TOT-OLD-SALES            PIC S9(10)V99 VALUE 0.
       77 WS-TOT-NEW-SALES            PIC S9(10)V99 VALUE 0.
       77 WS-TOT-OLD-MARGIN           PIC S9(10)V99 VALUE 0.
       77 WS-TOT-NEW-MARGIN           PIC S9(10)V99 VALUE 0.

       77 WS-LINES-READ               PIC 9(05) VALUE 0.
       77 WS-LINES-IN-RANGE           PIC 9(05) VALUE 0.
       77 WS-LINES-REPRICED           PIC 9(05) VALUE 0.
       77 WS-LINES-ORPHAN             PIC 9(05) VALUE 0.
       77 WS-LINES-UNCOSTED           PIC 9(05) VALUE 0.
       77 WS-NEW-UNIT-PRICE           PIC 9(04).
       77 WS-PRICE-WORK               PIC S9(07)V9999.
       77 WS-UNIT-COST                PIC 9(04)V99.
       77 WS-OLD-SALES                PIC S9(07)V99.
       77 WS-NEW-SALES                PIC S9(07)V99.
       77 WS-OLD-MARGIN               PIC S9(07)V99.
       77 WS-NEW-MARGIN               PIC S9(07)V99.

       01 WS-RPT-TITLE-LINE.
           05 FILLER                  PIC X(29) VALUE
               "*** PRICE CHANGE SIMULATION ".
           05 WS-RPT-TITLE-MONTHS     PIC Z9.
           05 FILLER                  PIC X(16) VALUE
               " month(s), from ".
           05 WS-RPT-TITLE-FROM       PIC 9(08).
           05 FILLER                  PIC X(04) VALUE " to ".
           05 WS-RPT-TITLE-TO         PIC 9(08).
           05 FILLER                  PIC X(04) VALUE " ***".

       01 WS-RPT-PRP-HEAD.
           05 FILLER                  PIC X(50) VALUE
               "Item        Change     Now   New  Effective".

       01 WS-RPT-PRP-LINE.
           05 WS-RPT-PRP-ITEM         PIC X(12).
           05 WS-RPT-PRP-CHANGE       PIC X(08).
           05 WS-RPT-PRP-NOW          PIC ZZZZZ9.
           05 WS-RPT-PRP-NEW          PIC ZZZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-PRP-EFF          PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-PRP-NOTE         PIC X(40).

       01 WS-RPT-PCT-EDIT.
           05 WS-RPT-PCT-SHOWN        PIC +Z9.9.
           05 FILLER                  PIC X(01) VALUE "%".

       01 WS-RPT-AMT-HEAD.
           05 FILLER                  PIC X(12) VALUE SPACE.
           05 FILLER                  PIC X(14) VALUE "   Old revenue".
           05 FILLER                  PIC X(14) VALUE "   New revenue".
           05 FILLER                  PIC X(14) VALUE "    Old margin".
           05 FILLER                  PIC X(14) VALUE "    New margin".
           05 FILLER                  PIC X(14) VALUE "    Margin chg".

       01 WS-RPT-AMT-LINE.
           05 WS-RPT-KEY              PIC X(12).
           05 WS-RPT-OLD-SALES        PIC -ZZ,ZZZ,ZZ9.99.
           05 WS-RPT-NEW-SALES        PIC -ZZ,ZZZ,ZZ9.99.
           05 WS-RPT-OLD-MARGIN       PIC -ZZ,ZZZ,ZZ9.99.
           05 WS-RPT-NEW-MARGIN       PIC -ZZ,ZZZ,ZZ9.99.
           05 WS-RPT-CHG-MARGIN       PIC -ZZ,ZZZ,ZZ9.99.
       77 WS-RPT-CLI-ID               PIC 9(04).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           DISPLAY "Months of order history to re-price "
               "(blank for 12) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-MONTHS.
           IF WS-ENTRY-MONTHS > 0 THEN
               MOVE WS-ENTRY-MONTHS TO WS-MONTHS
           END-IF.

      * Months are counted on one running number so a window that
      * crosses new year needs no special case.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           COMPUTE WS-MONTH-NUM = WS-WORK-YEAR * 12
               + WS-WORK-MONTH - 1 - WS-MONTHS.
           DIVIDE WS-MONTH-NUM BY 12 GIVING WS-WORK-YEAR
               REMAINDER WS-WORK-MONTH.
           ADD 1 TO WS-WORK-MONTH.
           MOVE 1 TO WS-WORK-DAY.
           MOVE WS-WORK-DATE TO WS-DATE-FROM.

           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           COMPUTE WS-MONTH-NUM = WS-WORK-YEAR * 12
               + WS-WORK-MONTH - 1 + 1.
           DIVIDE WS-MONTH-NUM BY 12 GIVING WS-WORK-YEAR
               REMAINDER WS-WORK-MONTH.
           ADD 1 TO WS-WORK-MONTH.
           MOVE 1 TO WS-WORK-DAY.
           MOVE WS-WORK-DATE TO WS-NEXT-MONTH-DATE.

           PERFORM 0100-LOAD-PROPOSALS-BEGIN
              THRU 0100-LOAD-PROPOSALS-END.
           PERFORM 0150-CURRENT-PRICES-BEGIN
              THRU 0150-CURRENT-PRICES-END.
           PERFORM 0200-LOAD-ORDERS-BEGIN
              THRU 0200-LOAD-ORDERS-END.
           PERFORM 0250-LOAD-COSTS-BEGIN
              THRU 0250-LOAD-COSTS-END.
           PERFORM 0260-COST-KITS-BEGIN
              THRU 0260-COST-KITS-END.
           PERFORM 0300-FOLD-LINES-BEGIN
              THRU 0300-FOLD-LINES-END.
           PERFORM 0400-WRITE-REPORT-BEGIN
              THRU 0400-WRITE-REPORT-END.
           PERFORM 0500-WRITE-PROPOSED-BEGIN
              THRU 0500-WRITE-PROPOSED-END.

           DISPLAY WS-LINES-IN-RANGE " line(s) since " WS-DATE-FROM
               ", " WS-LINES-REPRICED " re-priced, report in "
               "output/price-sim-report.txt.".
           DISPLAY WS-PRP-WRITTEN " catalogue row(s) written to "
               "output/prix-proposes.txt - LOAD them in prcmaint "
               "once signed off.".
           IF WS-PRP-REJECTED > 0 OR WS-PRP-DROPPED > 0 THEN
               DISPLAY "*** WARNING *** " WS-PRP-REJECTED
                   " proposal row(s) refused, " WS-PRP-DROPPED
                   " simulated but not loadable - see the report."
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * A row with no item, an unknown kind or a second proposal for
      * the same item is refused outright : two answers for one item
      * would make the figures meaningless.
       0100-LOAD-PROPOSALS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PROPOSALS-INPUT.
           IF NOT WS-PRP-STATUS-OK THEN
               DISPLAY "No data/prix-propositions.txt - nothing to "
                   "simulate."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ PROPOSALS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       PERFORM 0110-ONE-PROPOSAL-BEGIN
                          THRU 0110-ONE-PROPOSAL-END
               END-READ
           END-PERFORM.
           CLOSE PROPOSALS-INPUT.
           IF WS-PRP-TBL-SIZE EQUAL 0 THEN
               DISPLAY "No usable row in data/prix-propositions.txt "
                   "- nothing to simulate."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       0100-LOAD-PROPOSALS-END.

       0110-ONE-PROPOSAL-BEGIN.
           IF PRP-ITEM-NAME EQUAL SPACE THEN
               GO TO 0110-ONE-PROPOSAL-END
           END-IF.
           IF NOT PRP-KIND-PRICE AND NOT PRP-KIND-PCT THEN
               DISPLAY "Proposal for " PRP-ITEM-NAME " has kind '"
                   PRP-KIND "' - P or % expected, row refused."
               ADD 1 TO WS-PRP-REJECTED
               GO TO 0110-ONE-PROPOSAL-END
           END-IF.
           IF PRP-KIND-PRICE AND
              (PRP-PRICE IS NOT NUMERIC OR PRP-PRICE EQUAL 0) THEN
               DISPLAY "Proposal for " PRP-ITEM-NAME " has no new "
                   "price - row refused."
               ADD 1 TO WS-PRP-REJECTED
               GO TO 0110-ONE-PROPOSAL-END
           END-IF.
           IF PRP-KIND-PCT AND
              (PRP-PCT IS NOT NUMERIC OR
               (PRP-PCT-SIGN NOT EQUAL "+" AND
                PRP-PCT-SIGN NOT EQUAL "-")) THEN
               DISPLAY "Proposal for " PRP-ITEM-NAME " has no signed "
                   "percentage - row refused."
               ADD 1 TO WS-PRP-REJECTED
               GO TO 0110-ONE-PROPOSAL-END
           END-IF.
           MOVE 0 TO WS-PRP-FOUND-IDX.
           PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                   UNTIL WS-PRP-IDX > WS-PRP-TBL-SIZE
               IF WS-PRP-ITEM(WS-PRP-IDX) EQUAL PRP-ITEM-NAME THEN
                   MOVE WS-PRP-IDX TO WS-PRP-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-PRP-FOUND-IDX > 0 THEN
               DISPLAY "Second proposal for " PRP-ITEM-NAME
                   " - row refused, the first one stands."
               ADD 1 TO WS-PRP-REJECTED
               GO TO 0110-ONE-PROPOSAL-END
           END-IF.
           IF WS-PRP-TBL-SIZE >= 99 THEN
               DISPLAY "More than 99 proposals - " PRP-ITEM-NAME
                   " refused."
               ADD 1 TO WS-PRP-REJECTED
               GO TO 0110-ONE-PROPOSAL-END
           END-IF.

           ADD 1 TO WS-PRP-TBL-SIZE.
           MOVE WS-PRP-TBL-SIZE TO WS-PRP-IDX.
           MOVE PRP-ITEM-NAME TO WS-PRP-ITEM(WS-PRP-IDX).
           MOVE PRP-KIND TO WS-PRP-KIND(WS-PRP-IDX).
           MOVE 0 TO WS-PRP-PRICE(WS-PRP-IDX).
           MOVE 0 TO WS-PRP-PCT(WS-PRP-IDX).
           IF PRP-KIND-PRICE THEN
               MOVE PRP-PRICE TO WS-PRP-PRICE(WS-PRP-IDX)
           ELSE
               IF PRP-PCT-SIGN EQUAL "-" THEN
                   COMPUTE WS-PRP-PCT(WS-PRP-IDX) = 0 - PRP-PCT
               ELSE
                   MOVE PRP-PCT TO WS-PRP-PCT(WS-PRP-IDX)
               END-IF
           END-IF.
           MOVE "Y" TO WS-PRP-LOADABLE(WS-PRP-IDX).
           MOVE 0 TO WS-PRP-CUR-EFF(WS-PRP-IDX).
           MOVE 0 TO WS-PRP-CUR-PRICE(WS-PRP-IDX).
           MOVE 0 TO WS-PRP-NEW-PRICE(WS-PRP-IDX).
      * A catalogue row dated today or earlier would reprice orders
      * already keyed against the old price : the date must be ahead.
           IF PRP-EFF-DATE IS NOT NUMERIC OR PRP-EFF-DATE EQUAL 0 THEN
               MOVE WS-NEXT-MONTH-DATE TO WS-PRP-EFF(WS-PRP-IDX)
           ELSE
               MOVE PRP-EFF-DATE TO WS-PRP-EFF(WS-PRP-IDX)
               CALL "datechk" USING PRP-EFF-DATE WS-RETURN-VALUE
               END-CALL
               IF NOT WS-RETURN-OK OR PRP-EFF-DATE <= WS-RUN-DATE
                  THEN
                   MOVE "N" TO WS-PRP-LOADABLE(WS-PRP-IDX)
               END-IF
           END-IF.
       0110-ONE-PROPOSAL-END.

      * The row in force today for each proposed item : the latest
      * effective date not past today, as ordentry picks it.
       0150-CURRENT-PRICES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PRICE-CAT-INPUT.
           IF WS-PRC-STATUS-OK THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ PRICE-CAT-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           PERFORM 0160-ONE-CAT-ROW-BEGIN
                              THRU 0160-ONE-CAT-ROW-END
                   END-READ
               END-PERFORM
               CLOSE PRICE-CAT-INPUT
           END-IF.

      * The catalogue row each proposal would become. A percentage
      * with no catalogue price to apply it to can still be simulated
      * line by line, but there is no row to load for it.
           PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                   UNTIL WS-PRP-IDX > WS-PRP-TBL-SIZE
               IF WS-PRP-KIND(WS-PRP-IDX) EQUAL "P" THEN
                   MOVE WS-PRP-PRICE(WS-PRP-IDX)
                       TO WS-PRP-NEW-PRICE(WS-PRP-IDX)
               ELSE
                   COMPUTE WS-PRICE-WORK ROUNDED =
                       WS-PRP-CUR-PRICE(WS-PRP-IDX)
                       * (100 + WS-PRP-PCT(WS-PRP-IDX)) / 100
                   PERFORM 0170-FIT-PRICE-BEGIN
                      THRU 0170-FIT-PRICE-END
                   MOVE WS-NEW-UNIT-PRICE
                       TO WS-PRP-NEW-PRICE(WS-PRP-IDX)
               END-IF
               IF WS-PRP-NEW-PRICE(WS-PRP-IDX) EQUAL 0 THEN
                   MOVE "N" TO WS-PRP-LOADABLE(WS-PRP-IDX)
               END-IF
           END-PERFORM.
       0150-CURRENT-PRICES-END.

       0160-ONE-CAT-ROW-BEGIN.
           IF PRC-EFF-DATE IS NOT NUMERIC OR
              PRC-EFF-DATE > WS-RUN-DATE THEN
               GO TO 0160-ONE-CAT-ROW-END
           END-IF.
           PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                   UNTIL WS-PRP-IDX > WS-PRP-TBL-SIZE
               IF WS-PRP-ITEM(WS-PRP-IDX) EQUAL PRC-ITEM-NAME AND
                  PRC-EFF-DATE >= WS-PRP-CUR-EFF(WS-PRP-IDX) THEN
                   MOVE PRC-EFF-DATE TO WS-PRP-CUR-EFF(WS-PRP-IDX)
                   MOVE PRC-PRICE TO WS-PRP-CUR-PRICE(WS-PRP-IDX)
               END-IF
           END-PERFORM.
       0160-ONE-CAT-ROW-END.

      * Prices are whole units on four digits : round to the unit and
      * hold to what the catalogue can carry.
       0170-FIT-PRICE-BEGIN.
           IF WS-PRICE-WORK < 0 THEN
               MOVE 0 TO WS-PRICE-WORK
           END-IF.
           IF WS-PRICE-WORK > 9999 THEN
               MOVE 9999 TO WS-PRICE-WORK
           END-IF.
           COMPUTE WS-NEW-UNIT-PRICE ROUNDED = WS-PRICE-WORK.
       0170-FIT-PRICE-END.

       0200-LOAD-ORDERS-BEGIN.
           INITIALIZE WS-ORD-TBL.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDERS-INPUT.
           IF NOT WS-F-STATUS-OK THEN
               DISPLAY "Unable to open data/num-commandes.txt, status "
                   WS-F-STATUS "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ ORDERS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF ORD-IN-ID IS NUMERIC AND ORD-IN-ID > 0 THEN
                           MOVE ORD-IN-ID TO WS-IDX
                           MOVE "Y" TO WS-ORD-USED(WS-IDX)
                           MOVE ORD-IN-CLI-ID TO WS-ORD-CLI-ID(WS-IDX)
                           MOVE ORD-IN-DATE TO WS-ORD-DATE(WS-IDX)
                           MOVE ORD-IN-TYPE TO WS-ORD-TYPE(WS-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDERS-INPUT.
       0200-LOAD-ORDERS-END.

       0250-LOAD-COSTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT INVENTORY-INPUT.
           IF NOT WS-INV-STATUS-OK THEN
               DISPLAY "No data/inventaire.txt - every line is "
                   "uncosted."
               GO TO 0250-LOAD-COSTS-END
           END-IF.
           READ INVENTORY-INPUT
               AT END
                   SET WS-EOF-TRUE TO TRUE
           END-READ.
           PERFORM UNTIL WS-EOF-TRUE
               READ INVENTORY-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-ITEM-TBL-SIZE < 99 THEN
                           ADD 1 TO WS-ITEM-TBL-SIZE
                           MOVE ITEM-NAME
                               TO WS-ITEM-NAME(WS-ITEM-TBL-SIZE)
                           IF ITEM-UNIT-COST IS NUMERIC THEN
                               MOVE ITEM-UNIT-COST
                                   TO WS-ITEM-COST(WS-ITEM-TBL-SIZE)
                           ELSE
                               MOVE 0
                                   TO WS-ITEM-COST(WS-ITEM-TBL-SIZE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVENTORY-INPUT.
       0250-LOAD-COSTS-END.

       0260-COST-KITS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT KIT-INPUT.
           IF NOT WS-KIT-STATUS-OK THEN
               GO TO 0260-COST-KITS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ KIT-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-KIT-TBL-SIZE < 300 THEN
                           ADD 1 TO WS-KIT-TBL-SIZE
                           MOVE KIT-ITEM-NAME
                               TO WS-KIT-ITEM(WS-KIT-TBL-SIZE)
                           MOVE KIT-COMP-NAME
                               TO WS-KIT-COMP(WS-KIT-TBL-SIZE)
                           MOVE KIT-COMP-QTY
                               TO WS-KIT-QTY(WS-KIT-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE KIT-INPUT.

      * Each kit is costed once, at the first row that names it.
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-TBL-SIZE
               MOVE WS-KIT-ITEM(WS-KIT-IDX) TO WS-KIT-NAME
               SET WS-KIT-COSTED-TRUE TO TRUE
               PERFORM VARYING WS-KIT-ROW FROM 1 BY 1
                       UNTIL WS-KIT-ROW >= WS-KIT-IDX
                   IF WS-KIT-ITEM(WS-KIT-ROW) EQUAL WS-KIT-NAME THEN
                       SET WS-KIT-COSTED-FALSE TO TRUE
                   END-IF
               END-PERFORM
               IF WS-KIT-COSTED-TRUE THEN
                   PERFORM 0265-SUM-KIT-COST-BEGIN
                      THRU 0265-SUM-KIT-COST-END
                   PERFORM 0270-STORE-KIT-COST-BEGIN
                      THRU 0270-STORE-KIT-COST-END
               END-IF
           END-PERFORM.
       0260-COST-KITS-END.

       0265-SUM-KIT-COST-BEGIN.
           MOVE 0 TO WS-KIT-COST.
           PERFORM VARYING WS-KIT-ROW FROM 1 BY 1
                   UNTIL WS-KIT-ROW > WS-KIT-TBL-SIZE
               IF WS-KIT-ITEM(WS-KIT-ROW) EQUAL WS-KIT-NAME THEN
                   MOVE 0 TO WS-ITEM-FOUND-IDX
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-ITEM-TBL-SIZE
                       IF WS-ITEM-NAME(WS-IDX) EQUAL
                          WS-KIT-COMP(WS-KIT-ROW) THEN
                           MOVE WS-IDX TO WS-ITEM-FOUND-IDX
                       END-IF
                   END-PERFORM
                   IF WS-ITEM-FOUND-IDX EQUAL 0 THEN
                       SET WS-KIT-COSTED-FALSE TO TRUE
                   ELSE
                       COMPUTE WS-KIT-COST = WS-KIT-COST
                           + WS-KIT-QTY(WS-KIT-ROW)
                           * WS-ITEM-COST(WS-ITEM-FOUND-IDX)
                   END-IF
               END-IF
           END-PERFORM.
       0265-SUM-KIT-COST-END.

       0270-STORE-KIT-COST-BEGIN.
           IF WS-KIT-NAME EQUAL SPACE OR WS-KIT-COSTED-FALSE THEN
               GO TO 0270-STORE-KIT-COST-END
           END-IF.
           IF WS-KIT-COST > 9999.99 THEN
               MOVE 9999.99 TO WS-KIT-COST
           END-IF.
           MOVE 0 TO WS-ITEM-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ITEM-TBL-SIZE
               IF WS-ITEM-NAME(WS-IDX) EQUAL WS-KIT-NAME THEN
                   MOVE WS-IDX TO WS-ITEM-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-ITEM-FOUND-IDX EQUAL 0 THEN
               IF WS-ITEM-TBL-SIZE >= 99 THEN
                   GO TO 0270-STORE-KIT-COST-END
               END-IF
               ADD 1 TO WS-ITEM-TBL-SIZE
               MOVE WS-ITEM-TBL-SIZE TO WS-ITEM-FOUND-IDX
               MOVE WS-KIT-NAME TO WS-ITEM-NAME(WS-ITEM-FOUND-IDX)
           END-IF.
           MOVE WS-KIT-COST TO WS-ITEM-COST(WS-ITEM-FOUND-IDX).
       0270-STORE-KIT-COST-END.

       0300-FOLD-LINES-BEGIN.
           INITIALIZE WS-SI-TBL.
           INITIALIZE WS-SC-TBL.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDER-LINES-INPUT.
           IF NOT WS-LIN-STATUS-OK THEN
               DISPLAY "No data/lignes-commandes.txt - nothing to "
                   "re-price."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ ORDER-LINES-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM 0310-ONE-LINE-BEGIN
                          THRU 0310-ONE-LINE-END
               END-READ
           END-PERFORM.
           CLOSE ORDER-LINES-INPUT.
       0300-FOLD-LINES-END.

      * Every line in the window counts toward its client's old and
      * new figures, so a client's change is read against all they
      * bought, not only the items being repriced.
       0310-ONE-LINE-BEGIN.
           IF LIN-ORD-ID IS NOT NUMERIC OR LIN-ORD-ID EQUAL 0 THEN
               ADD 1 TO WS-LINES-ORPHAN
               GO TO 0310-ONE-LINE-END
           END-IF.
           MOVE LIN-ORD-ID TO WS-IDX.
           IF WS-ORD-USED(WS-IDX) NOT EQUAL "Y" OR
              WS-ORD-TYPE(WS-IDX) EQUAL "C" THEN
               ADD 1 TO WS-LINES-ORPHAN
               GO TO 0310-ONE-LINE-END
           END-IF.
           IF WS-ORD-DATE(WS-IDX) < WS-DATE-FROM OR
              WS-ORD-DATE(WS-IDX) > WS-RUN-DATE THEN
               GO TO 0310-ONE-LINE-END
           END-IF.
           ADD 1 TO WS-LINES-IN-RANGE.
           MOVE WS-ORD-CLI-ID(WS-IDX) TO WS-CLI-IDX.

           MOVE 0 TO WS-ITEM-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ITEM-TBL-SIZE
               IF WS-ITEM-NAME(WS-IDX) EQUAL LIN-ITEM-NAME THEN
                   MOVE WS-IDX TO WS-ITEM-FOUND-IDX
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-PRP-FOUND-IDX.
           PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                   UNTIL WS-PRP-IDX > WS-PRP-TBL-SIZE
               IF WS-PRP-ITEM(WS-PRP-IDX) EQUAL LIN-ITEM-NAME THEN
                   MOVE WS-PRP-IDX TO WS-PRP-FOUND-IDX
               END-IF
           END-PERFORM.

      * A new price replaces whatever the line went at; a percentage
      * moves the price actually charged, so an agreed or quoted
      * price keeps its distance from the catalogue.
           MOVE LIN-UNIT-PRICE TO WS-NEW-UNIT-PRICE.
           IF WS-PRP-FOUND-IDX > 0 THEN
               ADD 1 TO WS-LINES-REPRICED
               IF WS-PRP-KIND(WS-PRP-FOUND-IDX) EQUAL "P" THEN
                   MOVE WS-PRP-PRICE(WS-PRP-FOUND-IDX)
                       TO WS-NEW-UNIT-PRICE
               ELSE
                   COMPUTE WS-PRICE-WORK ROUNDED = LIN-UNIT-PRICE
                       * (100 + WS-PRP-PCT(WS-PRP-FOUND-IDX)) / 100
                   PERFORM 0170-FIT-PRICE-BEGIN
                      THRU 0170-FIT-PRICE-END
               END-IF
           END-IF.

           COMPUTE WS-OLD-SALES = LIN-QTY * LIN-UNIT-PRICE.
           COMPUTE WS-NEW-SALES = LIN-QTY * WS-NEW-UNIT-PRICE.
      * No cost on the book : the margin is the full price, the way
      * margin.cbl reports it, and counted below.
           IF WS-ITEM-FOUND-IDX > 0 THEN
               MOVE WS-ITEM-COST(WS-ITEM-FOUND-IDX) TO WS-UNIT-COST
           ELSE
               MOVE 0 TO WS-UNIT-COST
               ADD 1 TO WS-LINES-UNCOSTED
           END-IF.
           COMPUTE WS-OLD-MARGIN = LIN-QTY *
               (LIN-UNIT-PRICE - WS-UNIT-COST).
           COMPUTE WS-NEW-MARGIN = LIN-QTY *
               (WS-NEW-UNIT-PRICE - WS-UNIT-COST).

           IF WS-PRP-FOUND-IDX > 0 THEN
               ADD LIN-QTY TO WS-SI-QTY(WS-PRP-FOUND-IDX)
               ADD WS-OLD-SALES TO WS-SI-OLD-SALES(WS-PRP-FOUND-IDX)
               ADD WS-NEW-SALES TO WS-SI-NEW-SALES(WS-PRP-FOUND-IDX)
               ADD WS-OLD-MARGIN
                   TO WS-SI-OLD-MARGIN(WS-PRP-FOUND-IDX)
               ADD WS-NEW-MARGIN
                   TO WS-SI-NEW-MARGIN(WS-PRP-FOUND-IDX)
           END-IF.
           IF WS-CLI-IDX > 0 THEN
               IF WS-PRP-FOUND-IDX > 0 THEN
                   MOVE "Y" TO WS-SC-TOUCHED(WS-CLI-IDX)
               END-IF
               ADD WS-OLD-SALES TO WS-SC-OLD-SALES(WS-CLI-IDX)
               ADD WS-NEW-SALES TO WS-SC-NEW-SALES(WS-CLI-IDX)
               ADD WS-OLD-MARGIN TO WS-SC-OLD-MARGIN(WS-CLI-IDX)
               ADD WS-NEW-MARGIN TO WS-SC-NEW-MARGIN(WS-CLI-IDX)
           END-IF.
           ADD WS-OLD-SALES TO WS-TOT-OLD-SALES.
           ADD WS-NEW-SALES TO WS-TOT-NEW-SALES.
           ADD WS-OLD-MARGIN TO WS-TOT-OLD-MARGIN.
           ADD WS-NEW-MARGIN TO WS-TOT-NEW-MARGIN.
       0310-ONE-LINE-END.

       0400-WRITE-REPORT-BEGIN.
           OPEN OUTPUT SIM-REPORT-OUTPUT.
           MOVE WS-MONTHS TO WS-RPT-TITLE-MONTHS.
           MOVE WS-DATE-FROM TO WS-RPT-TITLE-FROM.
           MOVE WS-RUN-DATE TO WS-RPT-TITLE-TO.
           MOVE WS-RPT-TITLE-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

           MOVE "--- Proposed prices ---" TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-PRP-HEAD TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                   UNTIL WS-PRP-IDX > WS-PRP-TBL-SIZE
               PERFORM 0410-PROPOSAL-LINE-BEGIN
                  THRU 0410-PROPOSAL-LINE-END
           END-PERFORM.

           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "--- Revenue and margin per proposed item ---"
               TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-AMT-HEAD TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                   UNTIL WS-PRP-IDX > WS-PRP-TBL-SIZE
               MOVE WS-PRP-ITEM(WS-PRP-IDX) TO WS-RPT-KEY
               MOVE WS-SI-OLD-SALES(WS-PRP-IDX) TO WS-RPT-OLD-SALES
               MOVE WS-SI-NEW-SALES(WS-PRP-IDX) TO WS-RPT-NEW-SALES
               MOVE WS-SI-OLD-MARGIN(WS-PRP-IDX) TO WS-RPT-OLD-MARGIN
               MOVE WS-SI-NEW-MARGIN(WS-PRP-IDX) TO WS-RPT-NEW-MARGIN
               COMPUTE WS-RPT-CHG-MARGIN =
                   WS-SI-NEW-MARGIN(WS-PRP-IDX)
                   - WS-SI-OLD-MARGIN(WS-PRP-IDX)
               MOVE WS-RPT-AMT-LINE TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-PERFORM.

      * Only clients who bought something being repriced : the rest
      * would show no change.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "--- Revenue and margin per client (all items) ---"
               TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-AMT-HEAD TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > 9999
               IF WS-SC-TOUCHED(WS-CLI-IDX) EQUAL "Y" THEN
                   MOVE SPACES TO WS-RPT-KEY
                   MOVE WS-CLI-IDX TO WS-RPT-CLI-ID
                   STRING "client " WS-RPT-CLI-ID
                       DELIMITED BY SIZE INTO WS-RPT-KEY
                   MOVE WS-SC-OLD-SALES(WS-CLI-IDX)
                       TO WS-RPT-OLD-SALES
                   MOVE WS-SC-NEW-SALES(WS-CLI-IDX)
                       TO WS-RPT-NEW-SALES
                   MOVE WS-SC-OLD-MARGIN(WS-CLI-IDX)
                       TO WS-RPT-OLD-MARGIN
                   MOVE WS-SC-NEW-MARGIN(WS-CLI-IDX)
                       TO WS-RPT-NEW-MARGIN
                   COMPUTE WS-RPT-CHG-MARGIN =
                       WS-SC-NEW-MARGIN(WS-CLI-IDX)
                       - WS-SC-OLD-MARGIN(WS-CLI-IDX)
                   MOVE WS-RPT-AMT-LINE TO RPT-OUT-RCD
                   WRITE RPT-OUT-RCD
               END-IF
           END-PERFORM.

           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "All lines" TO WS-RPT-KEY.
           MOVE WS-TOT-OLD-SALES TO WS-RPT-OLD-SALES.
           MOVE WS-TOT-NEW-SALES TO WS-RPT-NEW-SALES.
           MOVE WS-TOT-OLD-MARGIN TO WS-RPT-OLD-MARGIN.
           MOVE WS-TOT-NEW-MARGIN TO WS-RPT-NEW-MARGIN.
           COMPUTE WS-RPT-CHG-MARGIN =
               WS-TOT-NEW-MARGIN - WS-TOT-OLD-MARGIN.
           MOVE WS-RPT-AMT-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           IF WS-LINES-UNCOSTED > 0 THEN
               MOVE SPACE TO RPT-OUT-RCD
               STRING WS-LINES-UNCOSTED DELIMITED BY SIZE
                   " line(s) with no unit cost on the book count "
                   DELIMITED BY SIZE
                   "their full price as margin." DELIMITED BY SIZE
                   INTO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-IF.
           CLOSE SIM-REPORT-OUTPUT.
       0400-WRITE-REPORT-END.

       0410-PROPOSAL-LINE-BEGIN.
           MOVE WS-PRP-ITEM(WS-PRP-IDX) TO WS-RPT-PRP-ITEM.
           IF WS-PRP-KIND(WS-PRP-IDX) EQUAL "P" THEN
               MOVE "price" TO WS-RPT-PRP-CHANGE
           ELSE
               MOVE WS-PRP-PCT(WS-PRP-IDX) TO WS-RPT-PCT-SHOWN
               MOVE WS-RPT-PCT-EDIT TO WS-RPT-PRP-CHANGE
           END-IF.
           MOVE WS-PRP-CUR-PRICE(WS-PRP-IDX) TO WS-RPT-PRP-NOW.
           MOVE WS-PRP-NEW-PRICE(WS-PRP-IDX) TO WS-RPT-PRP-NEW.
           MOVE WS-PRP-EFF(WS-PRP-IDX) TO WS-RPT-PRP-EFF.
           MOVE SPACE TO WS-RPT-PRP-NOTE.
           IF WS-PRP-LOADABLE(WS-PRP-IDX) NOT EQUAL "Y" THEN
               IF WS-PRP-NEW-PRICE(WS-PRP-IDX) EQUAL 0 THEN
                   MOVE "no catalogue price - not loadable"
                       TO WS-RPT-PRP-NOTE
               ELSE
                   MOVE "date not a future day - not loadable"
                       TO WS-RPT-PRP-NOTE
               END-IF
           END-IF.
           MOVE WS-RPT-PRP-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
       0410-PROPOSAL-LINE-END.

      * Rewritten every run, so what prcmaint loads is always the set
      * of proposals the last report was made from.
       0500-WRITE-PROPOSED-BEGIN.
           OPEN OUTPUT PROPOSED-OUTPUT.
           PERFORM VARYING WS-PRP-IDX FROM 1 BY 1
                   UNTIL WS-PRP-IDX > WS-PRP-TBL-SIZE
               IF WS-PRP-LOADABLE(WS-PRP-IDX) EQUAL "Y" THEN
                   MOVE SPACES TO PRO-RECORD
                   MOVE WS-PRP-ITEM(WS-PRP-IDX) TO PRO-ITEM-NAME
                   MOVE WS-PRP-EFF(WS-PRP-IDX) TO PRO-EFF-DATE
                   MOVE WS-PRP-NEW-PRICE(WS-PRP-IDX) TO PRO-PRICE
                   WRITE PRO-RECORD
                   ADD 1 TO WS-PRP-WRITTEN
               ELSE
                   ADD 1 TO WS-PRP-DROPPED
               END-IF
           END-PERFORM.
           CLOSE PROPOSED-OUTPUT.
       0500-WRITE-PROPOSED-END.
