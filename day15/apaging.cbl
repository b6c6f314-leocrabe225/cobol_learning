       IDENTIFICATION DIVISION.
       PROGRAM-ID. apaging.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * cliaging turned round : what we owe each supplier, aged from
      * the invoice date in the same four buckets, so both sides of
      * the cash position read the same way.
           SELECT SUPPLIERS-INPUT
               ASSIGN TO "data/fournisseurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-STATUS.

           SELECT SUPINV-INPUT
               ASSIGN TO "data/factures-fourn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIN-STATUS.

           SELECT AGING-REPORT-OUTPUT
               ASSIGN TO "output/ap-aging-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SUPPLIERS-INPUT.
       COPY suprcd.

       FD SUPINV-INPUT.
       COPY sinvrcd.

       FD AGING-REPORT-OUTPUT.
       01 RPT-OUT-RCD               PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-SUP-STATUS               PIC X(02).
           88 WS-SUP-STATUS-OK                  VALUE "00".
       01 WS-SIN-STATUS               PIC X(02).
           88 WS-SIN-STATUS-OK                  VALUE "00".

       77 WS-IDX                      PIC 9(04).
       77 WS-IDX-2                    PIC 9(04).

       77 WS-SUP-TBL-SIZE             PIC 9(03) VALUE 0.
       01 WS-SUP-TBL.
           05 WS-SUP OCCURS 200 TIMES.
               10 WS-SUP-CODE         PIC X(06).
               10 WS-SUP-NAME         PIC X(20).

       77 WS-SIN-TBL-SIZE             PIC 9(04) VALUE 0.
       77 WS-SIN-TBL-MAX              PIC 9(04) VALUE 1000.
       77 WS-SIN-OVERFLOW-CNT         PIC 9(04) VALUE 0.
       01 WS-SIN-TBL.
           05 WS-SIN-IMAGE            PIC X(88) OCCURS 1000 TIMES.

       77 WS-RUN-DATE                 PIC 9(08).
       77 WS-RUN-INTEGER              PIC S9(09) COMP-5.
       77 WS-INV-INTEGER              PIC S9(09) COMP-5.
       77 WS-AGE-DAYS                 PIC S9(05) COMP-5.

      * Per-supplier and grand-total aging buckets : 0-30 / 31-60 /
      * 61-90 / over 90 days since the invoice date. Of the open
      * amount, what is still held on a discrepancy is shown apart :
      * it is owed on paper but not yet payable.
       01 WS-SUP-BUCKETS.
           05 WS-SUP-BKT              PIC 9(09)V99 OCCURS 4 TIMES.
       01 WS-TOT-BUCKETS.
           05 WS-TOT-BKT              PIC 9(09)V99 OCCURS 4 TIMES.
       77 WS-BKT-IDX                  PIC 9(01).
       77 WS-SUP-OPEN-TOTAL           PIC 9(09)V99.
       77 WS-SUP-HELD-TOTAL           PIC 9(09)V99.
       77 WS-GRAND-OPEN-TOTAL         PIC 9(09)V99 VALUE 0.
       77 WS-GRAND-HELD-TOTAL         PIC 9(09)V99 VALUE 0.
       77 WS-SUP-HAS-OPEN             PIC 9(01).
           88 WS-SUP-HAS-OPEN-TRUE              VALUE 1.
           88 WS-SUP-HAS-OPEN-FALSE             VALUE 0.

       01 WS-RPT-TITLE-LINE.
           05 FILLER                  PIC X(28) VALUE
               "*** PAYABLES AGING REPORT - ".
           05 WS-RPT-TITLE-DATE       PIC 9(08).
           05 FILLER                  PIC X(04) VALUE " ***".

       01 WS-RPT-HEADING-LINE.
           05 FILLER                  PIC X(27) VALUE "Supplier".
           05 FILLER                  PIC X(12) VALUE "0-30".
           05 FILLER                  PIC X(12) VALUE "31-60".
           05 FILLER                  PIC X(12) VALUE "61-90".
           05 FILLER                  PIC X(12) VALUE "90+".
           05 FILLER                  PIC X(12) VALUE "Open".
           05 FILLER                  PIC X(12) VALUE "of it held".

       01 WS-RPT-SUP-LINE.
           05 WS-RPT-SUP-CODE         PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-SUP-NAME         PIC X(20).
           05 WS-RPT-BKT-1            PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-BKT-2            PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-BKT-3            PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-BKT-4            PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-SUP-OPEN         PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-SUP-HELD         PIC ZZZ,ZZ9.99.

       01 WS-RPT-TOTAL-LINE.
           05 FILLER                  PIC X(27) VALUE "TOTAL".
           05 WS-RPT-TOT-1            PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-TOT-2            PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-TOT-3            PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-TOT-4            PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-TOT-OPEN         PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-TOT-HELD         PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM 0100-LOAD-SUPPLIERS-BEGIN
              THRU 0100-LOAD-SUPPLIERS-END.

           PERFORM 0200-LOAD-INVOICES-BEGIN
              THRU 0200-LOAD-INVOICES-END.

           PERFORM 0400-WRITE-REPORT-BEGIN
              THRU 0400-WRITE-REPORT-END.

           GOBACK.

       0100-LOAD-SUPPLIERS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SUPPLIERS-INPUT.
           IF NOT WS-SUP-STATUS-OK THEN
               DISPLAY "Unable to open data/fournisseurs.txt, status "
                   WS-SUP-STATUS "."
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ SUPPLIERS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-SUP-TBL-SIZE < 200 THEN
                           ADD 1 TO WS-SUP-TBL-SIZE
                           MOVE SUP-CODE
                               TO WS-SUP-CODE(WS-SUP-TBL-SIZE)
                           MOVE SUP-NAME
                               TO WS-SUP-NAME(WS-SUP-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPPLIERS-INPUT.
       0100-LOAD-SUPPLIERS-END.

       0200-LOAD-INVOICES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SUPINV-INPUT.
           IF NOT WS-SIN-STATUS-OK THEN
               DISPLAY "No data/factures-fourn.txt - nothing is owed "
                   "to any supplier."
               GO TO 0200-LOAD-INVOICES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ SUPINV-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-SIN-TBL-SIZE < WS-SIN-TBL-MAX THEN
                           ADD 1 TO WS-SIN-TBL-SIZE
                           MOVE SIN-RECORD
                               TO WS-SIN-IMAGE(WS-SIN-TBL-SIZE)
                       ELSE
                           ADD 1 TO WS-SIN-OVERFLOW-CNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPINV-INPUT.
           IF WS-SIN-OVERFLOW-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-SIN-OVERFLOW-CNT
                   " invoice(s) could not fit in the "
                   WS-SIN-TBL-MAX " invoice table slots and were "
                   "dropped from this report."
           END-IF.
       0200-LOAD-INVOICES-END.

       0400-WRITE-REPORT-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           OPEN OUTPUT AGING-REPORT-OUTPUT.
           MOVE WS-RUN-DATE TO WS-RPT-TITLE-DATE.
           MOVE WS-RPT-TITLE-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-HEADING-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 4
               MOVE 0 TO WS-TOT-BKT(WS-BKT-IDX)
           END-PERFORM.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SUP-TBL-SIZE
               PERFORM 0410-AGE-ONE-SUPPLIER-BEGIN
                  THRU 0410-AGE-ONE-SUPPLIER-END
           END-PERFORM.

           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-TOT-BKT(1) TO WS-RPT-TOT-1.
           MOVE WS-TOT-BKT(2) TO WS-RPT-TOT-2.
           MOVE WS-TOT-BKT(3) TO WS-RPT-TOT-3.
           MOVE WS-TOT-BKT(4) TO WS-RPT-TOT-4.
           MOVE WS-GRAND-OPEN-TOTAL TO WS-RPT-TOT-OPEN.
           MOVE WS-GRAND-HELD-TOTAL TO WS-RPT-TOT-HELD.
           MOVE WS-RPT-TOTAL-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           CLOSE AGING-REPORT-OUTPUT.
           DISPLAY "Payables aging written to "
               "output/ap-aging-report.txt.".
       0400-WRITE-REPORT-END.

      * Open is everything billed and not yet paid : waiting for the
      * match, held, or approved and waiting for the payment run.
       0410-AGE-ONE-SUPPLIER-BEGIN.
           MOVE 0 TO WS-SUP-OPEN-TOTAL.
           MOVE 0 TO WS-SUP-HELD-TOTAL.
           SET WS-SUP-HAS-OPEN-FALSE TO TRUE.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 4
               MOVE 0 TO WS-SUP-BKT(WS-BKT-IDX)
           END-PERFORM.

           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-SIN-TBL-SIZE
               MOVE WS-SIN-IMAGE(WS-IDX-2) TO SIN-RECORD
               IF SIN-SUP-CODE EQUAL WS-SUP-CODE(WS-IDX) AND
                  NOT SIN-STATUS-PAID AND
                  NOT SIN-STATUS-CANCELLED THEN
                   SET WS-SUP-HAS-OPEN-TRUE TO TRUE
                   COMPUTE WS-INV-INTEGER =
                       FUNCTION INTEGER-OF-DATE(SIN-DATE)
                   COMPUTE WS-AGE-DAYS =
                       WS-RUN-INTEGER - WS-INV-INTEGER
                   EVALUATE TRUE
                       WHEN WS-AGE-DAYS <= 30
                           MOVE 1 TO WS-BKT-IDX
                       WHEN WS-AGE-DAYS <= 60
                           MOVE 2 TO WS-BKT-IDX
                       WHEN WS-AGE-DAYS <= 90
                           MOVE 3 TO WS-BKT-IDX
                       WHEN OTHER
                           MOVE 4 TO WS-BKT-IDX
                   END-EVALUATE
                   ADD SIN-AMOUNT TO WS-SUP-BKT(WS-BKT-IDX)
                   ADD SIN-AMOUNT TO WS-TOT-BKT(WS-BKT-IDX)
                   ADD SIN-AMOUNT TO WS-SUP-OPEN-TOTAL
                   ADD SIN-AMOUNT TO WS-GRAND-OPEN-TOTAL
                   IF SIN-STATUS-DISCREPANCY THEN
                       ADD SIN-AMOUNT TO WS-SUP-HELD-TOTAL
                       ADD SIN-AMOUNT TO WS-GRAND-HELD-TOTAL
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-SUP-HAS-OPEN-TRUE THEN
               MOVE WS-SUP-CODE(WS-IDX) TO WS-RPT-SUP-CODE
               MOVE WS-SUP-NAME(WS-IDX) TO WS-RPT-SUP-NAME
               MOVE WS-SUP-BKT(1) TO WS-RPT-BKT-1
               MOVE WS-SUP-BKT(2) TO WS-RPT-BKT-2
               MOVE WS-SUP-BKT(3) TO WS-RPT-BKT-3
               MOVE WS-SUP-BKT(4) TO WS-RPT-BKT-4
               MOVE WS-SUP-OPEN-TOTAL TO WS-RPT-SUP-OPEN
               MOVE WS-SUP-HELD-TOTAL TO WS-RPT-SUP-HELD
               MOVE WS-RPT-SUP-LINE TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-IF.
       0410-AGE-ONE-SUPPLIER-END.
