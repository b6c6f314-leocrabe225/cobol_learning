       IDENTIFICATION DIVISION.
       PROGRAM-ID. budvact.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Targets per client and month, kept by budmaint.cbl.
           SELECT BUDGET-INPUT
               ASSIGN TO "data/budget-ventes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-STATUS.

           SELECT CLIENTS-INPUT
               ASSIGN TO "data/clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

      * Actual sales are the order file itself, credit notes netted
      * off in the month they were raised, as monthpack counts them.
           SELECT ORDERS-INPUT
               ASSIGN TO "data/num-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.

      * The client-by-client comparison, and a one-page summary that
      * monthpack.cbl folds into the management pack for the month.
           SELECT REPORT-OUTPUT
               ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUMMARY-OUTPUT
               ASSIGN TO DYNAMIC WS-SUM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

      * Shared end-of-day summary log, folded together with the other
      * day15/day17 report programs by eodsum.cbl.
           SELECT EOD-LOG-OUTPUT
               ASSIGN TO "output/eod-summary.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BUDGET-INPUT.
       COPY budrcd.

       FD CLIENTS-INPUT.
       COPY climast.

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

       FD REPORT-OUTPUT.
       01 RPT-OUT-RCD              PIC X(110).

       FD SUMMARY-OUTPUT.
       01 SUM-OUT-RCD              PIC X(90).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-F-STATUS                 PIC X(02).
           88 WS-F-STATUS-OK                    VALUE "00".
       01 WS-BUD-STATUS               PIC X(02).
           88 WS-BUD-STATUS-OK                  VALUE "00".
       01 WS-ORD-STATUS               PIC X(02).
           88 WS-ORD-STATUS-OK                  VALUE "00".
       01 WS-EOD-STATUS               PIC X(02).
           88 WS-EOD-STATUS-OK                  VALUE "00".

       01 WS-THIS-PERIOD              PIC 9(06).
       01 WS-THIS-SPLIT REDEFINES WS-THIS-PERIOD.
           05 WS-THIS-YYYY            PIC 9(04).
           05 WS-THIS-MM              PIC 9(02).
       77 WS-YEAR-START               PIC 9(06).
       77 WS-ROW-PERIOD               PIC 9(06).
       77 WS-ROW-AMOUNT               PIC S9(07)V99.
       77 WS-RPT-FILENAME             PIC X(40).
       77 WS-SUM-FILENAME             PIC X(40).

       77 WS-IDX                      PIC 9(04).

      * One row per client with a budget or a sale this year : the
      * month and year-to-date figures on both sides. Budgets are
      * whole euros; the actual side keeps the orders' centimes and
      * only the printed figures drop them.
       77 WS-ROW-TBL-SIZE             PIC 9(04) VALUE 0.
       01 WS-ROW-TBL.
           05 WS-ROW OCCURS 9999 TIMES.
               10 WS-ROW-CLI-ID       PIC 9(04).
               10 WS-ROW-FNAME        PIC X(10).
               10 WS-ROW-NAME         PIC X(10).
               10 WS-ROW-BUD-MONTH    PIC 9(07).
               10 WS-ROW-BUD-YTD      PIC 9(09).
               10 WS-ROW-ACT-MONTH    PIC S9(09)V99.
               10 WS-ROW-ACT-YTD      PIC S9(09)V99.
       77 WS-ROW-FOUND-IDX            PIC 9(04).
       77 WS-ROW-KEY                  PIC 9(04).
       77 WS-ROW-OVERFLOW-CNT         PIC 9(05) VALUE 0.

       77 WS-TOT-BUD-MONTH            PIC 9(09) VALUE 0.
       77 WS-TOT-BUD-YTD              PIC 9(09) VALUE 0.
       77 WS-TOT-ACT-MONTH            PIC S9(10)V99 VALUE 0.
       77 WS-TOT-ACT-YTD              PIC S9(10)V99 VALUE 0.
       77 WS-BEHIND-CNT               PIC 9(04) VALUE 0.
       77 WS-WRITTEN-CNT              PIC 9(04) VALUE 0.

      * Working pair for one comparison : variance and percentage
      * achieved, the percentage shown as n/a without a budget.
       77 WS-CMP-BUD                  PIC 9(09).
       77 WS-CMP-ACT                  PIC S9(10)V99.
       77 WS-CMP-VAR                  PIC S9(10)V99.
       77 WS-CMP-PCT                  PIC S9(04)V9.
       01 WS-CMP-PCT-EDIT             PIC ZZZ9.9-.
       01 WS-CMP-PCT-TEXT             PIC X(07).

       77 WS-OPERATOR-ID              PIC X(08).

       01 WS-RPT-TITLE-LINE.
           05 FILLER                  PIC X(33) VALUE
               "*** SALES BUDGET VERSUS ACTUAL - ".
           05 WS-RPT-TITLE-PERIOD     PIC 9(06).
           05 FILLER                  PIC X(04) VALUE " ***".

       01 WS-RPT-GROUP-LINE.
           05 FILLER                  PIC X(26) VALUE SPACE.
           05 FILLER                  PIC X(41) VALUE
               "  -------------- Month ------------------".
           05 FILLER                  PIC X(41) VALUE
               "  ----------- Year to date --------------".

       01 WS-RPT-HEADING-LINE.
           05 FILLER                  PIC X(26) VALUE "Client".
           05 FILLER                  PIC X(11) VALUE "     Budget".
           05 FILLER                  PIC X(11) VALUE "     Actual".
           05 FILLER                  PIC X(11) VALUE "   Variance".
           05 FILLER                  PIC X(08) VALUE "     Pct".
           05 FILLER                  PIC X(11) VALUE "     Budget".
           05 FILLER                  PIC X(11) VALUE "     Actual".
           05 FILLER                  PIC X(11) VALUE "   Variance".
           05 FILLER                  PIC X(08) VALUE "     Pct".

       01 WS-RPT-DETAIL-LINE.
           05 WS-RPT-CLI-ID           PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-CLI-FNAME        PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-CLI-NAME         PIC X(10).
           05 WS-RPT-BUD-MONTH        PIC ZZZ,ZZZ,ZZ9.
           05 WS-RPT-ACT-MONTH        PIC ZZ,ZZZ,ZZ9-.
           05 WS-RPT-VAR-MONTH        PIC ZZ,ZZZ,ZZ9-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-PCT-MONTH        PIC X(07).
           05 WS-RPT-BUD-YTD          PIC ZZZ,ZZZ,ZZ9.
           05 WS-RPT-ACT-YTD          PIC ZZ,ZZZ,ZZ9-.
           05 WS-RPT-VAR-YTD          PIC ZZ,ZZZ,ZZ9-.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-PCT-YTD          PIC X(07).

       01 WS-RPT-TRAILER-LINE.
           05 FILLER                  PIC X(20) VALUE
               "*** END OF REPORT - ".
           05 WS-TRL-CLIENTS          PIC Z,ZZ9.
           05 FILLER                  PIC X(25) VALUE
               " CLIENTS - BEHIND BUDGET ".
           05 WS-TRL-BEHIND           PIC Z,ZZ9.
           05 FILLER                  PIC X(04) VALUE " ***".

       01 WS-SUM-LINE.
           05 WS-SUM-LABEL            PIC X(18).
           05 WS-SUM-BUD              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-SUM-ACT              PIC ZZ,ZZZ,ZZ9-.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-SUM-VAR              PIC ZZ,ZZZ,ZZ9-.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-SUM-PCT              PIC X(07).

       PROCEDURE DIVISION.
           DISPLAY "Budget month (YYYYMM) : " WITH NO ADVANCING.
           ACCEPT WS-THIS-PERIOD.
           IF WS-THIS-MM < 1 OR WS-THIS-MM > 12 THEN
               DISPLAY "Not a possible month - no budget report."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-YEAR-START = WS-THIS-YYYY * 100 + 1.

           PERFORM 0100-LOAD-CLIENTS-BEGIN
              THRU 0100-LOAD-CLIENTS-END.
           PERFORM 0200-FOLD-BUDGETS-BEGIN
              THRU 0200-FOLD-BUDGETS-END.
           PERFORM 0300-FOLD-ORDERS-BEGIN
              THRU 0300-FOLD-ORDERS-END.
           PERFORM 0400-WRITE-REPORT-BEGIN
              THRU 0400-WRITE-REPORT-END.
           PERFORM 0500-WRITE-SUMMARY-BEGIN
              THRU 0500-WRITE-SUMMARY-END.
           PERFORM 0700-WRITE-EOD-LOG-BEGIN
              THRU 0700-WRITE-EOD-LOG-END.

           DISPLAY "Budget report in " FUNCTION TRIM(WS-RPT-FILENAME)
               ", summary page in " FUNCTION TRIM(WS-SUM-FILENAME)
               ".".

      * Exit status for the scheduler : 0 clean, 4 when clients did
      * not fit the table, 8 on the aborts above. Being behind
      * budget is the report's news, not an error.
           IF WS-ROW-OVERFLOW-CNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * Every client on the master gets a row up front, deactivated
      * ones too, so their sales this year still count; clients
      * with neither budget nor sales are left off the report.
       0100-LOAD-CLIENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLIENTS-INPUT.
           IF NOT WS-F-STATUS-OK THEN
               DISPLAY "Unable to open data/clients.txt, status "
                   WS-F-STATUS "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLIENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       MOVE CLI-M-ID TO WS-ROW-KEY
                       PERFORM 0150-FIND-ROW-BEGIN
                          THRU 0150-FIND-ROW-END
                       IF WS-ROW-FOUND-IDX > 0 THEN
                           MOVE CLI-M-FNAME
                               TO WS-ROW-FNAME(WS-ROW-FOUND-IDX)
                           MOVE CLI-M-NAME
                               TO WS-ROW-NAME(WS-ROW-FOUND-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTS-INPUT.
       0100-LOAD-CLIENTS-END.

      * Sets WS-ROW-FOUND-IDX to WS-ROW-KEY's row, adding one when
      * the client has none yet; zero when the table is full.
       0150-FIND-ROW-BEGIN.
           MOVE 0 TO WS-ROW-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROW-TBL-SIZE
               IF WS-ROW-CLI-ID(WS-IDX) EQUAL WS-ROW-KEY THEN
                   MOVE WS-IDX TO WS-ROW-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-ROW-FOUND-IDX > 0 THEN
               GO TO 0150-FIND-ROW-END
           END-IF.
           IF WS-ROW-TBL-SIZE >= 9999 THEN
               ADD 1 TO WS-ROW-OVERFLOW-CNT
               GO TO 0150-FIND-ROW-END
           END-IF.
           ADD 1 TO WS-ROW-TBL-SIZE.
           MOVE WS-ROW-TBL-SIZE TO WS-ROW-FOUND-IDX.
           MOVE WS-ROW-KEY  TO WS-ROW-CLI-ID(WS-ROW-FOUND-IDX).
           MOVE "(unknown)" TO WS-ROW-FNAME(WS-ROW-FOUND-IDX).
           MOVE SPACE       TO WS-ROW-NAME(WS-ROW-FOUND-IDX).
           MOVE 0 TO WS-ROW-BUD-MONTH(WS-ROW-FOUND-IDX).
           MOVE 0 TO WS-ROW-BUD-YTD(WS-ROW-FOUND-IDX).
           MOVE 0 TO WS-ROW-ACT-MONTH(WS-ROW-FOUND-IDX).
           MOVE 0 TO WS-ROW-ACT-YTD(WS-ROW-FOUND-IDX).
       0150-FIND-ROW-END.

       0200-FOLD-BUDGETS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT BUDGET-INPUT.
           IF NOT WS-BUD-STATUS-OK THEN
               DISPLAY "No data/budget-ventes.txt - every budget "
                   "reads as zero."
               GO TO 0200-FOLD-BUDGETS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ BUDGET-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF BUD-YEAR EQUAL WS-THIS-YYYY AND
                          BUD-MONTH <= WS-THIS-MM THEN
                           MOVE BUD-CLI-ID TO WS-ROW-KEY
                           PERFORM 0150-FIND-ROW-BEGIN
                              THRU 0150-FIND-ROW-END
                           IF WS-ROW-FOUND-IDX > 0 THEN
                               ADD BUD-AMT
                                 TO WS-ROW-BUD-YTD(WS-ROW-FOUND-IDX)
                               IF BUD-MONTH EQUAL WS-THIS-MM THEN
                                   ADD BUD-AMT TO
                                     WS-ROW-BUD-MONTH(WS-ROW-FOUND-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BUDGET-INPUT.
       0200-FOLD-BUDGETS-END.

       0300-FOLD-ORDERS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDERS-INPUT.
           IF NOT WS-ORD-STATUS-OK THEN
               DISPLAY "Unable to open data/num-commandes.txt, status "
                   WS-ORD-STATUS "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ ORDERS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       MOVE ORD-IN-DATE(1:6) TO WS-ROW-PERIOD
                       IF WS-ROW-PERIOD >= WS-YEAR-START AND
                          WS-ROW-PERIOD <= WS-THIS-PERIOD THEN
                           IF ORD-IN-TYPE EQUAL "C" THEN
                               COMPUTE WS-ROW-AMOUNT = 0 - ORD-IN-AMT
                           ELSE
                               MOVE ORD-IN-AMT TO WS-ROW-AMOUNT
                           END-IF
                           MOVE ORD-IN-CLI-ID TO WS-ROW-KEY
                           PERFORM 0150-FIND-ROW-BEGIN
                              THRU 0150-FIND-ROW-END
                           IF WS-ROW-FOUND-IDX > 0 THEN
                               ADD WS-ROW-AMOUNT
                                 TO WS-ROW-ACT-YTD(WS-ROW-FOUND-IDX)
                               IF WS-ROW-PERIOD EQUAL
                                  WS-THIS-PERIOD THEN
                                   ADD WS-ROW-AMOUNT TO
                                     WS-ROW-ACT-MONTH(WS-ROW-FOUND-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDERS-INPUT.
       0300-FOLD-ORDERS-END.

       0400-WRITE-REPORT-BEGIN.
           MOVE SPACE TO WS-RPT-FILENAME.
           STRING "output/budget-actual-" DELIMITED BY SIZE
                  WS-THIS-PERIOD DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME.
           OPEN OUTPUT REPORT-OUTPUT.
           MOVE WS-THIS-PERIOD TO WS-RPT-TITLE-PERIOD.
           MOVE WS-RPT-TITLE-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-GROUP-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-HEADING-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

           MOVE 0 TO WS-WRITTEN-CNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROW-TBL-SIZE
               IF WS-ROW-BUD-YTD(WS-IDX) NOT EQUAL 0 OR
                  WS-ROW-ACT-YTD(WS-IDX) NOT EQUAL 0 THEN
                   PERFORM 0410-CLIENT-LINE-BEGIN
                      THRU 0410-CLIENT-LINE-END
               END-IF
           END-PERFORM.
           IF WS-WRITTEN-CNT EQUAL 0 THEN
               MOVE "(no budget and no sales this year)"
                   TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-IF.

           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE 0 TO WS-RPT-CLI-ID.
           MOVE "TOTAL" TO WS-RPT-CLI-FNAME.
           MOVE SPACE TO WS-RPT-CLI-NAME.
           MOVE WS-TOT-BUD-MONTH TO WS-CMP-BUD.
           MOVE WS-TOT-ACT-MONTH TO WS-CMP-ACT.
           PERFORM 0450-COMPARE-BEGIN THRU 0450-COMPARE-END.
           MOVE WS-CMP-BUD TO WS-RPT-BUD-MONTH.
           MOVE WS-CMP-ACT TO WS-RPT-ACT-MONTH.
           MOVE WS-CMP-VAR TO WS-RPT-VAR-MONTH.
           MOVE WS-CMP-PCT-TEXT TO WS-RPT-PCT-MONTH.
           MOVE WS-TOT-BUD-YTD TO WS-CMP-BUD.
           MOVE WS-TOT-ACT-YTD TO WS-CMP-ACT.
           PERFORM 0450-COMPARE-BEGIN THRU 0450-COMPARE-END.
           MOVE WS-CMP-BUD TO WS-RPT-BUD-YTD.
           MOVE WS-CMP-ACT TO WS-RPT-ACT-YTD.
           MOVE WS-CMP-VAR TO WS-RPT-VAR-YTD.
           MOVE WS-CMP-PCT-TEXT TO WS-RPT-PCT-YTD.
           MOVE WS-RPT-DETAIL-LINE TO RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD(1:2).
           WRITE RPT-OUT-RCD.

           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-WRITTEN-CNT TO WS-TRL-CLIENTS.
           MOVE WS-BEHIND-CNT TO WS-TRL-BEHIND.
           MOVE WS-RPT-TRAILER-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           CLOSE REPORT-OUTPUT.
       0400-WRITE-REPORT-END.

       0410-CLIENT-LINE-BEGIN.
           ADD 1 TO WS-WRITTEN-CNT.
           MOVE WS-ROW-CLI-ID(WS-IDX) TO WS-RPT-CLI-ID.
           MOVE WS-ROW-FNAME(WS-IDX)  TO WS-RPT-CLI-FNAME.
           MOVE WS-ROW-NAME(WS-IDX)   TO WS-RPT-CLI-NAME.

           MOVE WS-ROW-BUD-MONTH(WS-IDX) TO WS-CMP-BUD.
           MOVE WS-ROW-ACT-MONTH(WS-IDX) TO WS-CMP-ACT.
           PERFORM 0450-COMPARE-BEGIN THRU 0450-COMPARE-END.
           MOVE WS-CMP-BUD TO WS-RPT-BUD-MONTH.
           MOVE WS-CMP-ACT TO WS-RPT-ACT-MONTH.
           MOVE WS-CMP-VAR TO WS-RPT-VAR-MONTH.
           MOVE WS-CMP-PCT-TEXT TO WS-RPT-PCT-MONTH.

           MOVE WS-ROW-BUD-YTD(WS-IDX) TO WS-CMP-BUD.
           MOVE WS-ROW-ACT-YTD(WS-IDX) TO WS-CMP-ACT.
           PERFORM 0450-COMPARE-BEGIN THRU 0450-COMPARE-END.
           MOVE WS-CMP-BUD TO WS-RPT-BUD-YTD.
           MOVE WS-CMP-ACT TO WS-RPT-ACT-YTD.
           MOVE WS-CMP-VAR TO WS-RPT-VAR-YTD.
           MOVE WS-CMP-PCT-TEXT TO WS-RPT-PCT-YTD.
           IF WS-CMP-VAR < 0 THEN
               ADD 1 TO WS-BEHIND-CNT
           END-IF.

           MOVE WS-RPT-DETAIL-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

           ADD WS-ROW-BUD-MONTH(WS-IDX) TO WS-TOT-BUD-MONTH.
           ADD WS-ROW-BUD-YTD(WS-IDX)   TO WS-TOT-BUD-YTD.
           ADD WS-ROW-ACT-MONTH(WS-IDX) TO WS-TOT-ACT-MONTH.
           ADD WS-ROW-ACT-YTD(WS-IDX)   TO WS-TOT-ACT-YTD.
       0410-CLIENT-LINE-END.

      * Variance is actual less budget, so behind budget reads
      * negative; the percentage is actual over budget.
       0450-COMPARE-BEGIN.
           COMPUTE WS-CMP-VAR = WS-CMP-ACT - WS-CMP-BUD.
           IF WS-CMP-BUD EQUAL 0 THEN
               MOVE "   n/a " TO WS-CMP-PCT-TEXT
               GO TO 0450-COMPARE-END
           END-IF.
           COMPUTE WS-CMP-PCT ROUNDED =
               WS-CMP-ACT * 100 / WS-CMP-BUD
               ON SIZE ERROR
                   MOVE 9999.9 TO WS-CMP-PCT
           END-COMPUTE.
           MOVE WS-CMP-PCT TO WS-CMP-PCT-EDIT.
           MOVE WS-CMP-PCT-EDIT TO WS-CMP-PCT-TEXT.
       0450-COMPARE-END.

      * The totals only, laid out to drop straight into the monthly
      * management pack under its own heading.
       0500-WRITE-SUMMARY-BEGIN.
           MOVE SPACE TO WS-SUM-FILENAME.
           STRING "output/budget-summary-" DELIMITED BY SIZE
                  WS-THIS-PERIOD DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-SUM-FILENAME.
           OPEN OUTPUT SUMMARY-OUTPUT.
           MOVE SPACES TO SUM-OUT-RCD.
           STRING "Sales budget versus actual " WS-THIS-PERIOD
                  "  (" FUNCTION TRIM(WS-RPT-FILENAME) ")"
               DELIMITED BY SIZE INTO SUM-OUT-RCD.
           WRITE SUM-OUT-RCD.
           MOVE SPACES TO SUM-OUT-RCD.
           MOVE "budget" TO SUM-OUT-RCD(24:6).
           MOVE "actual" TO SUM-OUT-RCD(36:6).
           MOVE "variance" TO SUM-OUT-RCD(47:8).
           MOVE "pct" TO SUM-OUT-RCD(61:3).
           WRITE SUM-OUT-RCD.

           MOVE "Month            :" TO WS-SUM-LABEL.
           MOVE WS-TOT-BUD-MONTH TO WS-CMP-BUD.
           MOVE WS-TOT-ACT-MONTH TO WS-CMP-ACT.
           PERFORM 0450-COMPARE-BEGIN THRU 0450-COMPARE-END.
           PERFORM 0510-SUMMARY-LINE-BEGIN
              THRU 0510-SUMMARY-LINE-END.
           MOVE "Year to date     :" TO WS-SUM-LABEL.
           MOVE WS-TOT-BUD-YTD TO WS-CMP-BUD.
           MOVE WS-TOT-ACT-YTD TO WS-CMP-ACT.
           PERFORM 0450-COMPARE-BEGIN THRU 0450-COMPARE-END.
           PERFORM 0510-SUMMARY-LINE-BEGIN
              THRU 0510-SUMMARY-LINE-END.

           MOVE SPACES TO SUM-OUT-RCD.
           MOVE WS-BEHIND-CNT TO WS-TRL-BEHIND.
           STRING "Clients behind budget year to date : "
                  WS-TRL-BEHIND " of " WS-TRL-CLIENTS
               DELIMITED BY SIZE INTO SUM-OUT-RCD.
           WRITE SUM-OUT-RCD.
           CLOSE SUMMARY-OUTPUT.
       0500-WRITE-SUMMARY-END.

       0510-SUMMARY-LINE-BEGIN.
           MOVE WS-CMP-BUD TO WS-SUM-BUD.
           MOVE WS-CMP-ACT TO WS-SUM-ACT.
           MOVE WS-CMP-VAR TO WS-SUM-VAR.
           MOVE WS-CMP-PCT-TEXT TO WS-SUM-PCT.
           MOVE WS-SUM-LINE TO SUM-OUT-RCD.
           WRITE SUM-OUT-RCD.
       0510-SUMMARY-LINE-END.

       0700-WRITE-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "BUDVACT" TO EOD-PROGRAM.
           MOVE WS-WRITTEN-CNT TO EOD-RECORDS-PROC.
           MOVE WS-BEHIND-CNT TO EOD-EXCEPTIONS.
           MOVE 2 TO EOD-FILES-WRITTEN.
           MOVE WS-TOT-BUD-YTD TO EOD-KEY-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE WS-OPERATOR-ID TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0700-WRITE-EOD-LOG-END.
