       IDENTIFICATION DIVISION.
       PROGRAM-ID. salesanl.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Sales by the category and sub-category itemmaint keeps on
      * each item, month by month against the same month a year
      * before, and by client : the questions demand-report.txt
      * could only answer by eye.
           SELECT ORDER-LINES-INPUT
               ASSIGN TO "data/lignes-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIN-STATUS.

           SELECT ORDERS-INPUT
               ASSIGN TO "data/num-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

      * Categories and unit costs; kits are costed from their
      * components the way margin.cbl costs them.
           SELECT INVENTORY-INPUT
               ASSIGN TO "data/inventaire.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

           SELECT KIT-INPUT
               ASSIGN TO "data/kits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KIT-STATUS.

           SELECT ANALYSIS-REPORT-OUTPUT
               ASSIGN TO "output/sales-analysis.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      * One comma-separated row per order line in either year, for
      * management to pivot in a spreadsheet any way they like.
           SELECT EXTRACT-OUTPUT
               ASSIGN TO "output/sales-analysis.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD ANALYSIS-REPORT-OUTPUT.
       01 RPT-OUT-RCD               PIC X(100).

       FD EXTRACT-OUTPUT.
       01 EXT-OUT-RCD               PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-F-STATUS                 PIC X(02).
           88 WS-F-STATUS-OK                    VALUE "00".
       01 WS-LIN-STATUS               PIC X(02).
           88 WS-LIN-STATUS-OK                  VALUE "00".
       01 WS-INV-STATUS               PIC X(02).
           88 WS-INV-STATUS-OK                  VALUE "00".
       01 WS-KIT-STATUS               PIC X(02).
           88 WS-KIT-STATUS-OK                  VALUE "00".

       77 WS-IDX                      PIC 9(05).

      * The window is held as month numbers (year times twelve plus
      * month) so last year is simply twelve less, and at most
      * twenty-four months are analysed in one run.
       77 WS-ENTRY-FROM               PIC 9(06) VALUE 0.
       77 WS-ENTRY-TO                 PIC 9(06) VALUE 0.
       77 WS-RUN-DATE                 PIC 9(08).
       77 WS-FROM-MONTH               PIC 9(06).
       77 WS-TO-MONTH                 PIC 9(06).
       77 WS-LINE-MONTH               PIC 9(06).
       77 WS-MONTH-CNT                PIC 9(03).
       77 WS-MONTH-MAX                PIC 9(03) VALUE 24.
       77 WS-MON-IDX                  PIC 9(03).
       77 WS-YEAR-WORK                PIC 9(04).
       77 WS-MONTH-WORK               PIC 9(02).
       01 WS-YYYYMM.
           05 WS-YYYYMM-YEAR          PIC 9(04).
           05 WS-YYYYMM-MONTH         PIC 9(02).
       01 WS-YYYYMM-NUM REDEFINES WS-YYYYMM PIC 9(06).
      * "C" the window asked for, "P" the same months a year before.
       77 WS-PERIOD                   PIC X(01).
           88 WS-PERIOD-CURRENT                 VALUE "C".
           88 WS-PERIOD-PRIOR                   VALUE "P".

      * Order ID resolved to client and date, slotted by the ID.
       01 WS-ORD-TBL.
           05 WS-ORD OCCURS 99999 TIMES.
               10 WS-ORD-USED         PIC X(01).
               10 WS-ORD-CLI-ID       PIC 9(04).
               10 WS-ORD-DATE         PIC 9(08).
               10 WS-ORD-TYPE         PIC X(01).
       77 WS-ORD-IDX                  PIC 9(05).

      * Unit cost and category per item off the book.
       77 WS-ITEM-TBL-SIZE            PIC 9(02) VALUE 0.
       01 WS-ITEM-TBL.
           05 WS-ITEM OCCURS 99 TIMES.
               10 WS-ITEM-NAME        PIC X(10).
               10 WS-ITEM-COST        PIC 9(04)V99.
               10 WS-ITEM-CAT-IDX     PIC 9(03).
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

      * Distinct category / sub-category pairs. Slot 1 is kept for
      * items with no category and lines for items not on the book.
       77 WS-CAT-TBL-SIZE             PIC 9(03) VALUE 1.
       01 WS-CAT-TBL.
           05 WS-CAT OCCURS 100 TIMES.
               10 WS-CAT-NAME         PIC X(10).
               10 WS-CAT-SUB          PIC X(10).
               10 WS-CAT-MON OCCURS 24 TIMES.
                   15 WS-CM-CUR-QTY   PIC 9(07).
                   15 WS-CM-CUR-REV   PIC S9(09)V99.
                   15 WS-CM-CUR-MRG   PIC S9(09)V99.
                   15 WS-CM-PRI-QTY   PIC 9(07).
                   15 WS-CM-PRI-REV   PIC S9(09)V99.
                   15 WS-CM-PRI-MRG   PIC S9(09)V99.
       77 WS-CAT-IDX                  PIC 9(03).
       77 WS-CAT-FOUND-IDX            PIC 9(03).

      * Client by category, one cell per pair actually sold.
       77 WS-CC-TBL-SIZE              PIC 9(04) VALUE 0.
       77 WS-CC-TBL-MAX               PIC 9(04) VALUE 5000.
       01 WS-CC-TBL.
           05 WS-CC OCCURS 5000 TIMES.
               10 WS-CC-CLI-ID        PIC 9(04).
               10 WS-CC-CAT-IDX       PIC 9(03).
               10 WS-CC-CUR-QTY       PIC 9(07).
               10 WS-CC-CUR-REV       PIC S9(09)V99.
               10 WS-CC-CUR-MRG       PIC S9(09)V99.
               10 WS-CC-PRI-QTY       PIC 9(07).
               10 WS-CC-PRI-REV       PIC S9(09)V99.
               10 WS-CC-PRI-MRG       PIC S9(09)V99.
       77 WS-CC-IDX                   PIC 9(04).
       77 WS-CC-FOUND-IDX             PIC 9(04).
       77 WS-CC-OVERFLOW              PIC 9(05) VALUE 0.
      * Clients with at least one cell, so the report only searches
      * the cells for clients who bought something.
       01 WS-CLI-SEEN-TBL.
           05 WS-CLI-SEEN OCCURS 9999 TIMES PIC X(01).
       77 WS-CLI-IDX                  PIC 9(05).

      * Totals for one category, or for one month over all of them.
       77 WS-SUM-CUR-QTY              PIC 9(08).
       77 WS-SUM-CUR-REV              PIC S9(10)V99.
       77 WS-SUM-CUR-MRG              PIC S9(10)V99.
       77 WS-SUM-PRI-QTY              PIC 9(08).
       77 WS-SUM-PRI-REV              PIC S9(10)V99.
       77 WS-SUM-PRI-MRG              PIC S9(10)V99.

       77 WS-LINES-READ               PIC 9(05) VALUE 0.
       77 WS-LINES-CURRENT            PIC 9(05) VALUE 0.
       77 WS-LINES-PRIOR              PIC 9(05) VALUE 0.
       77 WS-LINES-ORPHAN             PIC 9(05) VALUE 0.
       77 WS-LINES-UNCOSTED           PIC 9(05) VALUE 0.
       77 WS-LINE-REV                 PIC S9(07)V99.
       77 WS-LINE-MRG                 PIC S9(07)V99.
       77 WS-UNIT-COST                PIC 9(04)V99.
       77 WS-PCT                      PIC S9(05)V9.

       01 WS-RPT-TITLE-LINE.
           05 FILLER                  PIC X(34) VALUE
               "*** SALES ANALYSIS BY CATEGORY - ".
           05 WS-RPT-TITLE-FROM       PIC 9(06).
           05 FILLER                  PIC X(04) VALUE " to ".
           05 WS-RPT-TITLE-TO         PIC 9(06).
           05 FILLER                  PIC X(34) VALUE
               ", against a year before ***".

       01 WS-RPT-HEAD-LINE.
           05 FILLER                  PIC X(16) VALUE SPACE.
           05 FILLER                  PIC X(08) VALUE "     Qty".
           05 FILLER                  PIC X(14) VALUE "       Revenue".
           05 FILLER                  PIC X(14) VALUE "        Margin".
           05 FILLER                  PIC X(08) VALUE "  LY qty".
           05 FILLER                  PIC X(14) VALUE "    LY revenue".
           05 FILLER                  PIC X(14) VALUE "     LY margin".
           05 FILLER                  PIC X(08) VALUE "  Rev %".

       01 WS-RPT-CAT-LINE.
           05 FILLER                  PIC X(04) VALUE "--- ".
           05 WS-RPT-CAT-NAME         PIC X(10).
           05 FILLER                  PIC X(03) VALUE " / ".
           05 WS-RPT-CAT-SUB          PIC X(10).
           05 FILLER                  PIC X(04) VALUE " ---".

       01 WS-RPT-AMT-LINE.
           05 WS-RPT-KEY              PIC X(16).
           05 WS-RPT-CUR-QTY          PIC ZZZZZZZ9.
           05 WS-RPT-CUR-REV          PIC -ZZ,ZZZ,ZZ9.99.
           05 WS-RPT-CUR-MRG          PIC -ZZ,ZZZ,ZZ9.99.
           05 WS-RPT-PRI-QTY          PIC ZZZZZZZ9.
           05 WS-RPT-PRI-REV          PIC -ZZ,ZZZ,ZZ9.99.
           05 WS-RPT-PRI-MRG          PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-PCT              PIC -(4)9.9.
           05 WS-RPT-PCT-X REDEFINES WS-RPT-PCT PIC X(07).

       01 WS-RPT-MONTH-KEY.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-MONTH            PIC 9(06).
           05 FILLER                  PIC X(08) VALUE SPACE.

       01 WS-RPT-CLI-KEY.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-CLI-ID           PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-CLI-CAT          PIC X(09).

      * Extract fields, edited then trimmed into the comma line.
       01 WS-EXT-LINE                 PIC X(120).
       77 WS-EXT-PERIOD               PIC X(07).
       77 WS-EXT-QTY                  PIC ZZ9.
       77 WS-EXT-REV                  PIC -(7)9.99.
       77 WS-EXT-MRG                  PIC -(7)9.99.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           DISPLAY "Analyse sales by category, month and client."
           DISPLAY "First month (YYYYMM, blank for twelve months "
               "back) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-FROM.
           DISPLAY "Last month (YYYYMM, blank for this month) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-TO.

           MOVE WS-RUN-DATE(1:6) TO WS-YYYYMM-NUM.
           IF WS-ENTRY-TO NOT EQUAL 0 THEN
               MOVE WS-ENTRY-TO TO WS-YYYYMM-NUM
               IF WS-YYYYMM-MONTH < 1 OR WS-YYYYMM-MONTH > 12 THEN
                   DISPLAY "*** WARNING *** last month " WS-ENTRY-TO
                       " is not a possible month - this month used."
                   MOVE WS-RUN-DATE(1:6) TO WS-YYYYMM-NUM
               END-IF
           END-IF.
           COMPUTE WS-TO-MONTH = WS-YYYYMM-YEAR * 12
               + WS-YYYYMM-MONTH - 1.

           COMPUTE WS-FROM-MONTH = WS-TO-MONTH - 11.
           IF WS-ENTRY-FROM NOT EQUAL 0 THEN
               MOVE WS-ENTRY-FROM TO WS-YYYYMM-NUM
               IF WS-YYYYMM-MONTH < 1 OR WS-YYYYMM-MONTH > 12 THEN
                   DISPLAY "*** WARNING *** first month "
                       WS-ENTRY-FROM " is not a possible month - "
                       "twelve months back used."
               ELSE
                   COMPUTE WS-FROM-MONTH = WS-YYYYMM-YEAR * 12
                       + WS-YYYYMM-MONTH - 1
               END-IF
           END-IF.
           IF WS-FROM-MONTH > WS-TO-MONTH THEN
               DISPLAY "First month is after the last - twelve "
                   "months back used."
               COMPUTE WS-FROM-MONTH = WS-TO-MONTH - 11
           END-IF.
           IF WS-TO-MONTH - WS-FROM-MONTH + 1 > WS-MONTH-MAX THEN
               DISPLAY "*** WARNING *** more than " WS-MONTH-MAX
                   " months asked for - the window is cut to the "
                   "last " WS-MONTH-MAX "."
               COMPUTE WS-FROM-MONTH =
                   WS-TO-MONTH - WS-MONTH-MAX + 1
           END-IF.
           COMPUTE WS-MONTH-CNT = WS-TO-MONTH - WS-FROM-MONTH + 1.

           PERFORM 0100-LOAD-ORDERS-BEGIN
              THRU 0100-LOAD-ORDERS-END.
           PERFORM 0200-LOAD-ITEMS-BEGIN
              THRU 0200-LOAD-ITEMS-END.
           PERFORM 0250-COST-KITS-BEGIN
              THRU 0250-COST-KITS-END.
           PERFORM 0300-FOLD-LINES-BEGIN
              THRU 0300-FOLD-LINES-END.
           PERFORM 0400-WRITE-REPORT-BEGIN
              THRU 0400-WRITE-REPORT-END.

           DISPLAY WS-LINES-READ " line(s) read, " WS-LINES-CURRENT
               " in the window, " WS-LINES-PRIOR " a year before, "
               WS-LINES-ORPHAN " orphan(s).".
           DISPLAY "Report in output/sales-analysis.txt, extract in "
               "output/sales-analysis.csv.".
           IF WS-CC-OVERFLOW > 0 THEN
               DISPLAY "*** WARNING *** " WS-CC-OVERFLOW " line(s) "
                   "found no room in the " WS-CC-TBL-MAX " client by "
                   "category cells - the client section is short, "
                   "the other figures and the extract are whole."
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0100-LOAD-ORDERS-BEGIN.
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
                           MOVE ORD-IN-ID TO WS-ORD-IDX
                           MOVE "Y" TO WS-ORD-USED(WS-ORD-IDX)
                           MOVE ORD-IN-CLI-ID
                               TO WS-ORD-CLI-ID(WS-ORD-IDX)
                           MOVE ORD-IN-DATE TO WS-ORD-DATE(WS-ORD-IDX)
                           MOVE ORD-IN-TYPE TO WS-ORD-TYPE(WS-ORD-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDERS-INPUT.
       0100-LOAD-ORDERS-END.

      * Each item's category pair gets its slot as the book is read.
       0200-LOAD-ITEMS-BEGIN.
           INITIALIZE WS-CAT-TBL.
           INITIALIZE WS-CLI-SEEN-TBL.
           MOVE "(none)" TO WS-CAT-NAME(1).
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT INVENTORY-INPUT.
           IF NOT WS-INV-STATUS-OK THEN
               DISPLAY "No data/inventaire.txt - every line is "
                   "uncosted and uncategorised."
               GO TO 0200-LOAD-ITEMS-END
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
                           PERFORM 0210-ONE-ITEM-BEGIN
                              THRU 0210-ONE-ITEM-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVENTORY-INPUT.
       0200-LOAD-ITEMS-END.

       0210-ONE-ITEM-BEGIN.
           ADD 1 TO WS-ITEM-TBL-SIZE.
           MOVE ITEM-NAME TO WS-ITEM-NAME(WS-ITEM-TBL-SIZE).
           IF ITEM-UNIT-COST IS NUMERIC THEN
               MOVE ITEM-UNIT-COST TO WS-ITEM-COST(WS-ITEM-TBL-SIZE)
           ELSE
               MOVE 0 TO WS-ITEM-COST(WS-ITEM-TBL-SIZE)
           END-IF.
           MOVE 1 TO WS-ITEM-CAT-IDX(WS-ITEM-TBL-SIZE).
           IF ITEM-CATEGORY EQUAL SPACE THEN
               GO TO 0210-ONE-ITEM-END
           END-IF.
           MOVE 0 TO WS-CAT-FOUND-IDX.
           PERFORM VARYING WS-CAT-IDX FROM 2 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-TBL-SIZE
               IF WS-CAT-NAME(WS-CAT-IDX) EQUAL ITEM-CATEGORY AND
                  WS-CAT-SUB(WS-CAT-IDX) EQUAL ITEM-SUBCATEGORY THEN
                   MOVE WS-CAT-IDX TO WS-CAT-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-CAT-FOUND-IDX EQUAL 0 THEN
               ADD 1 TO WS-CAT-TBL-SIZE
               MOVE WS-CAT-TBL-SIZE TO WS-CAT-FOUND-IDX
               MOVE ITEM-CATEGORY TO WS-CAT-NAME(WS-CAT-FOUND-IDX)
               MOVE ITEM-SUBCATEGORY TO WS-CAT-SUB(WS-CAT-FOUND-IDX)
           END-IF.
           MOVE WS-CAT-FOUND-IDX TO WS-ITEM-CAT-IDX(WS-ITEM-TBL-SIZE).
       0210-ONE-ITEM-END.

       0250-COST-KITS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT KIT-INPUT.
           IF NOT WS-KIT-STATUS-OK THEN
               GO TO 0250-COST-KITS-END
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
                   PERFORM 0255-SUM-KIT-COST-BEGIN
                      THRU 0255-SUM-KIT-COST-END
                   PERFORM 0260-STORE-KIT-COST-BEGIN
                      THRU 0260-STORE-KIT-COST-END
               END-IF
           END-PERFORM.
       0250-COST-KITS-END.

       0255-SUM-KIT-COST-BEGIN.
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
       0255-SUM-KIT-COST-END.

      * A kit not on the book joins the table uncategorised; one on
      * the book keeps its own category and takes the component cost.
       0260-STORE-KIT-COST-BEGIN.
           IF WS-KIT-NAME EQUAL SPACE OR WS-KIT-COSTED-FALSE THEN
               GO TO 0260-STORE-KIT-COST-END
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
                   GO TO 0260-STORE-KIT-COST-END
               END-IF
               ADD 1 TO WS-ITEM-TBL-SIZE
               MOVE WS-ITEM-TBL-SIZE TO WS-ITEM-FOUND-IDX
               MOVE WS-KIT-NAME TO WS-ITEM-NAME(WS-ITEM-FOUND-IDX)
               MOVE 1 TO WS-ITEM-CAT-IDX(WS-ITEM-FOUND-IDX)
           END-IF.
           MOVE WS-KIT-COST TO WS-ITEM-COST(WS-ITEM-FOUND-IDX).
       0260-STORE-KIT-COST-END.

       0300-FOLD-LINES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDER-LINES-INPUT.
           IF NOT WS-LIN-STATUS-OK THEN
               DISPLAY "No data/lignes-commandes.txt - nothing to "
                   "analyse."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EXTRACT-OUTPUT.
           MOVE "period,month,category,subcategory,client,item,"
               & "quantity,revenue,margin" TO EXT-OUT-RCD.
           WRITE EXT-OUT-RCD.
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
           CLOSE EXTRACT-OUTPUT.
       0300-FOLD-LINES-END.

      * A line counts in the window by its order's month, and in last
      * year's column when its month is exactly twelve earlier than
      * one in the window; over a window longer than a year the same
      * line can do both. Credit notes carry no lines of their own.
       0310-ONE-LINE-BEGIN.
           IF LIN-ORD-ID IS NOT NUMERIC OR LIN-ORD-ID EQUAL 0 THEN
               ADD 1 TO WS-LINES-ORPHAN
               GO TO 0310-ONE-LINE-END
           END-IF.
           MOVE LIN-ORD-ID TO WS-ORD-IDX.
           IF WS-ORD-USED(WS-ORD-IDX) NOT EQUAL "Y" OR
              WS-ORD-TYPE(WS-ORD-IDX) EQUAL "C" THEN
               ADD 1 TO WS-LINES-ORPHAN
               GO TO 0310-ONE-LINE-END
           END-IF.
           MOVE WS-ORD-DATE(WS-ORD-IDX)(1:6) TO WS-YYYYMM-NUM.
           COMPUTE WS-LINE-MONTH = WS-YYYYMM-YEAR * 12
               + WS-YYYYMM-MONTH - 1.
           IF (WS-LINE-MONTH < WS-FROM-MONTH OR
               WS-LINE-MONTH > WS-TO-MONTH) AND
              (WS-LINE-MONTH + 12 < WS-FROM-MONTH OR
               WS-LINE-MONTH + 12 > WS-TO-MONTH) THEN
               GO TO 0310-ONE-LINE-END
           END-IF.

           MOVE 0 TO WS-ITEM-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ITEM-TBL-SIZE
               IF WS-ITEM-NAME(WS-IDX) EQUAL LIN-ITEM-NAME THEN
                   MOVE WS-IDX TO WS-ITEM-FOUND-IDX
               END-IF
           END-PERFORM.
      * No cost on the book : the margin is the full price, the way
      * margin.cbl reports it.
           IF WS-ITEM-FOUND-IDX > 0 THEN
               MOVE WS-ITEM-COST(WS-ITEM-FOUND-IDX) TO WS-UNIT-COST
               MOVE WS-ITEM-CAT-IDX(WS-ITEM-FOUND-IDX) TO WS-CAT-IDX
           ELSE
               MOVE 0 TO WS-UNIT-COST
               MOVE 1 TO WS-CAT-IDX
               ADD 1 TO WS-LINES-UNCOSTED
           END-IF.
           COMPUTE WS-LINE-REV = LIN-QTY * LIN-UNIT-PRICE.
           COMPUTE WS-LINE-MRG = LIN-QTY *
               (LIN-UNIT-PRICE - WS-UNIT-COST).

           IF WS-LINE-MONTH >= WS-FROM-MONTH AND
              WS-LINE-MONTH <= WS-TO-MONTH THEN
               SET WS-PERIOD-CURRENT TO TRUE
               COMPUTE WS-MON-IDX = WS-LINE-MONTH - WS-FROM-MONTH + 1
               ADD 1 TO WS-LINES-CURRENT
               PERFORM 0315-POST-LINE-BEGIN
                  THRU 0315-POST-LINE-END
           END-IF.
           IF WS-LINE-MONTH + 12 >= WS-FROM-MONTH AND
              WS-LINE-MONTH + 12 <= WS-TO-MONTH THEN
               SET WS-PERIOD-PRIOR TO TRUE
               COMPUTE WS-MON-IDX =
                   WS-LINE-MONTH + 12 - WS-FROM-MONTH + 1
               ADD 1 TO WS-LINES-PRIOR
               PERFORM 0315-POST-LINE-BEGIN
                  THRU 0315-POST-LINE-END
           END-IF.
       0310-ONE-LINE-END.

       0315-POST-LINE-BEGIN.
           IF WS-PERIOD-CURRENT THEN
               ADD LIN-QTY TO WS-CM-CUR-QTY(WS-CAT-IDX WS-MON-IDX)
               ADD WS-LINE-REV TO WS-CM-CUR-REV(WS-CAT-IDX WS-MON-IDX)
               ADD WS-LINE-MRG TO WS-CM-CUR-MRG(WS-CAT-IDX WS-MON-IDX)
           ELSE
               ADD LIN-QTY TO WS-CM-PRI-QTY(WS-CAT-IDX WS-MON-IDX)
               ADD WS-LINE-REV TO WS-CM-PRI-REV(WS-CAT-IDX WS-MON-IDX)
               ADD WS-LINE-MRG TO WS-CM-PRI-MRG(WS-CAT-IDX WS-MON-IDX)
           END-IF.
           PERFORM 0320-CLIENT-CELL-BEGIN
              THRU 0320-CLIENT-CELL-END.
           PERFORM 0330-EXTRACT-ROW-BEGIN
              THRU 0330-EXTRACT-ROW-END.
       0315-POST-LINE-END.

       0320-CLIENT-CELL-BEGIN.
           MOVE WS-ORD-CLI-ID(WS-ORD-IDX) TO WS-CLI-IDX.
           IF WS-CLI-IDX EQUAL 0 THEN
               GO TO 0320-CLIENT-CELL-END
           END-IF.
           MOVE 0 TO WS-CC-FOUND-IDX.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-TBL-SIZE
                      OR WS-CC-FOUND-IDX > 0
               IF WS-CC-CLI-ID(WS-CC-IDX) EQUAL WS-CLI-IDX AND
                  WS-CC-CAT-IDX(WS-CC-IDX) EQUAL WS-CAT-IDX THEN
                   MOVE WS-CC-IDX TO WS-CC-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-CC-FOUND-IDX EQUAL 0 THEN
               IF WS-CC-TBL-SIZE >= WS-CC-TBL-MAX THEN
                   ADD 1 TO WS-CC-OVERFLOW
                   GO TO 0320-CLIENT-CELL-END
               END-IF
               ADD 1 TO WS-CC-TBL-SIZE
               MOVE WS-CC-TBL-SIZE TO WS-CC-FOUND-IDX
               INITIALIZE WS-CC(WS-CC-FOUND-IDX)
               MOVE WS-CLI-IDX TO WS-CC-CLI-ID(WS-CC-FOUND-IDX)
               MOVE WS-CAT-IDX TO WS-CC-CAT-IDX(WS-CC-FOUND-IDX)
               MOVE "Y" TO WS-CLI-SEEN(WS-CLI-IDX)
           END-IF.
           IF WS-PERIOD-CURRENT THEN
               ADD LIN-QTY TO WS-CC-CUR-QTY(WS-CC-FOUND-IDX)
               ADD WS-LINE-REV TO WS-CC-CUR-REV(WS-CC-FOUND-IDX)
               ADD WS-LINE-MRG TO WS-CC-CUR-MRG(WS-CC-FOUND-IDX)
           ELSE
               ADD LIN-QTY TO WS-CC-PRI-QTY(WS-CC-FOUND-IDX)
               ADD WS-LINE-REV TO WS-CC-PRI-REV(WS-CC-FOUND-IDX)
               ADD WS-LINE-MRG TO WS-CC-PRI-MRG(WS-CC-FOUND-IDX)
           END-IF.
       0320-CLIENT-CELL-END.

      * period,month,category,subcategory,client,item,quantity,
      * revenue,margin - "current" for the window, "prior" for the
      * same months a year before; the month is the line's own, so a
      * line both in the window and a year before one of its months
      * comes out once under each.
       0330-EXTRACT-ROW-BEGIN.
           IF WS-PERIOD-CURRENT THEN
               MOVE "current" TO WS-EXT-PERIOD
           ELSE
               MOVE "prior" TO WS-EXT-PERIOD
           END-IF.
           MOVE LIN-QTY TO WS-EXT-QTY.
           MOVE WS-LINE-REV TO WS-EXT-REV.
           MOVE WS-LINE-MRG TO WS-EXT-MRG.
           MOVE SPACE TO WS-EXT-LINE.
           STRING FUNCTION TRIM(WS-EXT-PERIOD) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-YYYYMM-NUM DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAT-NAME(WS-CAT-IDX))
                      DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAT-SUB(WS-CAT-IDX))
                      DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-ORD-CLI-ID(WS-ORD-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(LIN-ITEM-NAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXT-QTY) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXT-REV) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXT-MRG) DELIMITED BY SIZE
               INTO WS-EXT-LINE.
           MOVE WS-EXT-LINE TO EXT-OUT-RCD.
           WRITE EXT-OUT-RCD.
       0330-EXTRACT-ROW-END.

       0400-WRITE-REPORT-BEGIN.
           OPEN OUTPUT ANALYSIS-REPORT-OUTPUT.
           MOVE WS-FROM-MONTH TO WS-LINE-MONTH.
           PERFORM 0490-MONTH-TO-YYYYMM-BEGIN
              THRU 0490-MONTH-TO-YYYYMM-END.
           MOVE WS-YYYYMM-NUM TO WS-RPT-TITLE-FROM.
           MOVE WS-TO-MONTH TO WS-LINE-MONTH.
           PERFORM 0490-MONTH-TO-YYYYMM-BEGIN
              THRU 0490-MONTH-TO-YYYYMM-END.
           MOVE WS-YYYYMM-NUM TO WS-RPT-TITLE-TO.
           MOVE WS-RPT-TITLE-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-HEAD-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-TBL-SIZE
               PERFORM 0410-CATEGORY-BLOCK-BEGIN
                  THRU 0410-CATEGORY-BLOCK-END
           END-PERFORM.

           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "=== All categories by month ===" TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > WS-MONTH-CNT
               PERFORM 0420-ALL-CATEGORIES-BEGIN
                  THRU 0420-ALL-CATEGORIES-END
           END-PERFORM.

           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "=== By client and category ===" TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > 9999
               IF WS-CLI-SEEN(WS-CLI-IDX) EQUAL "Y" THEN
                   PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                           UNTIL WS-CC-IDX > WS-CC-TBL-SIZE
                       IF WS-CC-CLI-ID(WS-CC-IDX) EQUAL WS-CLI-IDX
                          THEN
                           PERFORM 0430-CLIENT-LINE-BEGIN
                              THRU 0430-CLIENT-LINE-END
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           IF WS-LINES-UNCOSTED > 0 THEN
               MOVE SPACE TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
               MOVE SPACE TO RPT-OUT-RCD
               STRING WS-LINES-UNCOSTED DELIMITED BY SIZE
                   " line(s) for items not on the book count under "
                   DELIMITED BY SIZE
                   "(none), their full price as margin."
                   DELIMITED BY SIZE
                   INTO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-IF.
           CLOSE ANALYSIS-REPORT-OUTPUT.
       0400-WRITE-REPORT-END.

      * One block per category pair that sold anything in either
      * year : a line per month, then the pair's total.
       0410-CATEGORY-BLOCK-BEGIN.
           MOVE 0 TO WS-SUM-CUR-QTY WS-SUM-CUR-REV WS-SUM-CUR-MRG
               WS-SUM-PRI-QTY WS-SUM-PRI-REV WS-SUM-PRI-MRG.
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > WS-MONTH-CNT
               ADD WS-CM-CUR-QTY(WS-CAT-IDX WS-MON-IDX)
                   TO WS-SUM-CUR-QTY
               ADD WS-CM-PRI-QTY(WS-CAT-IDX WS-MON-IDX)
                   TO WS-SUM-PRI-QTY
           END-PERFORM.
           IF WS-SUM-CUR-QTY EQUAL 0 AND WS-SUM-PRI-QTY EQUAL 0 THEN
               GO TO 0410-CATEGORY-BLOCK-END
           END-IF.
           MOVE 0 TO WS-SUM-CUR-QTY WS-SUM-PRI-QTY.

           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-CAT-NAME(WS-CAT-IDX) TO WS-RPT-CAT-NAME.
           MOVE WS-CAT-SUB(WS-CAT-IDX) TO WS-RPT-CAT-SUB.
           MOVE WS-RPT-CAT-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > WS-MONTH-CNT
               COMPUTE WS-LINE-MONTH = WS-FROM-MONTH + WS-MON-IDX - 1
               PERFORM 0490-MONTH-TO-YYYYMM-BEGIN
                  THRU 0490-MONTH-TO-YYYYMM-END
               MOVE WS-YYYYMM-NUM TO WS-RPT-MONTH
               MOVE WS-RPT-MONTH-KEY TO WS-RPT-KEY
               MOVE WS-CM-CUR-QTY(WS-CAT-IDX WS-MON-IDX)
                   TO WS-RPT-CUR-QTY
               MOVE WS-CM-CUR-REV(WS-CAT-IDX WS-MON-IDX)
                   TO WS-RPT-CUR-REV
               MOVE WS-CM-CUR-MRG(WS-CAT-IDX WS-MON-IDX)
                   TO WS-RPT-CUR-MRG
               MOVE WS-CM-PRI-QTY(WS-CAT-IDX WS-MON-IDX)
                   TO WS-RPT-PRI-QTY
               MOVE WS-CM-PRI-REV(WS-CAT-IDX WS-MON-IDX)
                   TO WS-RPT-PRI-REV
               MOVE WS-CM-PRI-MRG(WS-CAT-IDX WS-MON-IDX)
                   TO WS-RPT-PRI-MRG
               MOVE WS-CM-CUR-REV(WS-CAT-IDX WS-MON-IDX)
                   TO WS-SUM-CUR-REV
               MOVE WS-CM-PRI-REV(WS-CAT-IDX WS-MON-IDX)
                   TO WS-SUM-PRI-REV
               PERFORM 0480-CHANGE-PCT-BEGIN
                  THRU 0480-CHANGE-PCT-END
               MOVE WS-RPT-AMT-LINE TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-PERFORM.

           MOVE 0 TO WS-SUM-CUR-QTY WS-SUM-CUR-REV WS-SUM-CUR-MRG
               WS-SUM-PRI-QTY WS-SUM-PRI-REV WS-SUM-PRI-MRG.
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
                   UNTIL WS-MON-IDX > WS-MONTH-CNT
               ADD WS-CM-CUR-QTY(WS-CAT-IDX WS-MON-IDX)
                   TO WS-SUM-CUR-QTY
               ADD WS-CM-CUR-REV(WS-CAT-IDX WS-MON-IDX)
                   TO WS-SUM-CUR-REV
               ADD WS-CM-CUR-MRG(WS-CAT-IDX WS-MON-IDX)
                   TO WS-SUM-CUR-MRG
               ADD WS-CM-PRI-QTY(WS-CAT-IDX WS-MON-IDX)
                   TO WS-SUM-PRI-QTY
               ADD WS-CM-PRI-REV(WS-CAT-IDX WS-MON-IDX)
                   TO WS-SUM-PRI-REV
               ADD WS-CM-PRI-MRG(WS-CAT-IDX WS-MON-IDX)
                   TO WS-SUM-PRI-MRG
           END-PERFORM.
           MOVE "  Total" TO WS-RPT-KEY.
           PERFORM 0470-SUM-LINE-BEGIN
              THRU 0470-SUM-LINE-END.
       0410-CATEGORY-BLOCK-END.

       0420-ALL-CATEGORIES-BEGIN.
           MOVE 0 TO WS-SUM-CUR-QTY WS-SUM-CUR-REV WS-SUM-CUR-MRG
               WS-SUM-PRI-QTY WS-SUM-PRI-REV WS-SUM-PRI-MRG.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-TBL-SIZE
               ADD WS-CM-CUR-QTY(WS-CAT-IDX WS-MON-IDX)
                   TO WS-SUM-CUR-QTY
               ADD WS-CM-CUR-REV(WS-CAT-IDX WS-MON-IDX)
                   TO WS-SUM-CUR-REV
               ADD WS-CM-CUR-MRG(WS-CAT-IDX WS-MON-IDX)
                   TO WS-SUM-CUR-MRG
               ADD WS-CM-PRI-QTY(WS-CAT-IDX WS-MON-IDX)
                   TO WS-SUM-PRI-QTY
               ADD WS-CM-PRI-REV(WS-CAT-IDX WS-MON-IDX)
                   TO WS-SUM-PRI-REV
               ADD WS-CM-PRI-MRG(WS-CAT-IDX WS-MON-IDX)
                   TO WS-SUM-PRI-MRG
           END-PERFORM.
           COMPUTE WS-LINE-MONTH = WS-FROM-MONTH + WS-MON-IDX - 1.
           PERFORM 0490-MONTH-TO-YYYYMM-BEGIN
              THRU 0490-MONTH-TO-YYYYMM-END.
           MOVE WS-YYYYMM-NUM TO WS-RPT-MONTH.
           MOVE WS-RPT-MONTH-KEY TO WS-RPT-KEY.
           PERFORM 0470-SUM-LINE-BEGIN
              THRU 0470-SUM-LINE-END.
       0420-ALL-CATEGORIES-END.

       0430-CLIENT-LINE-BEGIN.
           MOVE WS-CLI-IDX TO WS-RPT-CLI-ID.
           MOVE WS-CAT-NAME(WS-CC-CAT-IDX(WS-CC-IDX))
               TO WS-RPT-CLI-CAT.
           MOVE WS-RPT-CLI-KEY TO WS-RPT-KEY.
           MOVE WS-CC-CUR-QTY(WS-CC-IDX) TO WS-SUM-CUR-QTY.
           MOVE WS-CC-CUR-REV(WS-CC-IDX) TO WS-SUM-CUR-REV.
           MOVE WS-CC-CUR-MRG(WS-CC-IDX) TO WS-SUM-CUR-MRG.
           MOVE WS-CC-PRI-QTY(WS-CC-IDX) TO WS-SUM-PRI-QTY.
           MOVE WS-CC-PRI-REV(WS-CC-IDX) TO WS-SUM-PRI-REV.
           MOVE WS-CC-PRI-MRG(WS-CC-IDX) TO WS-SUM-PRI-MRG.
           PERFORM 0470-SUM-LINE-BEGIN
              THRU 0470-SUM-LINE-END.
      * The sub-category goes on a line of its own when there is one,
      * the client key having room for the category only.
           IF WS-CAT-SUB(WS-CC-CAT-IDX(WS-CC-IDX)) NOT EQUAL SPACE
              THEN
               MOVE SPACE TO RPT-OUT-RCD
               STRING "         / " DELIMITED BY SIZE
                   WS-CAT-SUB(WS-CC-CAT-IDX(WS-CC-IDX))
                   DELIMITED BY SIZE
                   INTO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-IF.
       0430-CLIENT-LINE-END.

       0470-SUM-LINE-BEGIN.
           MOVE WS-SUM-CUR-QTY TO WS-RPT-CUR-QTY.
           MOVE WS-SUM-CUR-REV TO WS-RPT-CUR-REV.
           MOVE WS-SUM-CUR-MRG TO WS-RPT-CUR-MRG.
           MOVE WS-SUM-PRI-QTY TO WS-RPT-PRI-QTY.
           MOVE WS-SUM-PRI-REV TO WS-RPT-PRI-REV.
           MOVE WS-SUM-PRI-MRG TO WS-RPT-PRI-MRG.
           PERFORM 0480-CHANGE-PCT-BEGIN
              THRU 0480-CHANGE-PCT-END.
           MOVE WS-RPT-AMT-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
       0470-SUM-LINE-END.

      * Revenue change on last year, blank where last year sold none.
       0480-CHANGE-PCT-BEGIN.
           IF WS-SUM-PRI-REV EQUAL 0 THEN
               MOVE SPACE TO WS-RPT-PCT-X
               GO TO 0480-CHANGE-PCT-END
           END-IF.
           COMPUTE WS-PCT ROUNDED =
               (WS-SUM-CUR-REV - WS-SUM-PRI-REV) * 100
               / WS-SUM-PRI-REV
               ON SIZE ERROR
                   MOVE 9999.9 TO WS-PCT
           END-COMPUTE.
           IF WS-PCT > 9999.9 THEN
               MOVE 9999.9 TO WS-PCT
           END-IF.
           MOVE WS-PCT TO WS-RPT-PCT.
       0480-CHANGE-PCT-END.

       0490-MONTH-TO-YYYYMM-BEGIN.
           DIVIDE WS-LINE-MONTH BY 12 GIVING WS-YEAR-WORK
               REMAINDER WS-MONTH-WORK.
           MOVE WS-YEAR-WORK TO WS-YYYYMM-YEAR.
           COMPUTE WS-YYYYMM-MONTH = WS-MONTH-WORK + 1.
       0490-MONTH-TO-YYYYMM-END.
