       IDENTIFICATION DIVISION.
       PROGRAM-ID. uprcalc.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSURANCE-INPUT ASSIGN TO "data/assurances.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

      * What each contract has been invoiced : billing.cbl's rows,
      * and proadj.cbl's ADJ-DR debits and ADJ-CR credits past the
      * amount column.
           SELECT INVOICE-REGISTER-INPUT
               ASSIGN TO "output/factures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

      * The effective date of each CANCEL proadj.cbl credited back;
      * polmaint.cbl only flips the status column, so the date the
      * cover stopped lives here.
           SELECT POSTED-INPUT
               ASSIGN TO "data/proadj-posted.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PST-STATUS.

      * polmaint.cbl's audit trail, for a CANCEL proadj.cbl had
      * nothing to credit on : the day it was applied stands in.
           SELECT AUDIT-INPUT
               ASSIGN TO "data/police-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

      * One reserve report per month end, named for it so earlier
      * months stay on file, and the summary page monthpack.cbl
      * copies into the management pack.
           SELECT RESERVE-REPORT-OUTPUT
               ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESERVE-SUMMARY-OUTPUT
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
       FD INSURANCE-INPUT.
       01 ISR-IN-RCD            PIC X(121).

       FD INVOICE-REGISTER-INPUT.
       01 INV-REG-RCD           PIC X(90).

       FD POSTED-INPUT.
       01 PST-RECORD.
           05 PST-ACTION        PIC X(06).
           05 FILLER            PIC X(01).
           05 PST-CODE          PIC X(09).
           05 FILLER            PIC X(01).
           05 PST-EFF-DATE      PIC 9(08).

      * Only the key columns : code (1:9), action (11:6) and the
      * stamp (18:14) the change was applied at.
       FD AUDIT-INPUT.
       01 AUD-IN-RCD            PIC X(40).

       FD RESERVE-REPORT-OUTPUT.
       01 RPT-OUT-RCD           PIC X(90).

       FD RESERVE-SUMMARY-OUTPUT.
       01 SUM-OUT-RCD           PIC X(90).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       77 WS-F-STATUS                           PIC X(02).
           88 WS-F-STATUS-OK                             VALUE "00".
       77 WS-REG-STATUS                         PIC X(02).
           88 WS-REG-STATUS-OK                           VALUE "00".
       77 WS-PST-STATUS                         PIC X(02).
           88 WS-PST-STATUS-OK                           VALUE "00".
       77 WS-AUD-STATUS                         PIC X(02).
           88 WS-AUD-STATUS-OK                           VALUE "00".
       77 WS-EOD-STATUS                         PIC X(02).
           88 WS-EOD-STATUS-OK                           VALUE "00".
       77 WS-EOF                                PIC X(01) VALUE "N".
           88 WS-EOF-TRUE                                 VALUE "Y".
           88 WS-EOF-FALSE                                VALUE "N".

       01 WS-ENTRY-PERIOD                       PIC 9(06).
       01 WS-PERIOD-SPLIT REDEFINES WS-ENTRY-PERIOD.
           05 WS-PERIOD-YYYY                    PIC 9(04).
           05 WS-PERIOD-MM                      PIC 9(02).
      * The period end : the day before the first of next month.
       01 WS-NEXT-FIRST.
           05 WS-NEXT-YYYY                      PIC 9(04).
           05 WS-NEXT-MM                        PIC 9(02).
           05 WS-NEXT-DD                        PIC 9(02).
       01 WS-NEXT-FIRST-DATE REDEFINES WS-NEXT-FIRST
                                                PIC 9(08).
       77 WS-PERIOD-END-INT                     PIC S9(09) COMP-5.
       77 WS-PERIOD-END-DATE                    PIC 9(08).
       77 WS-RPT-FILENAME                       PIC X(40).
       77 WS-SUM-FILENAME                       PIC X(40).

      * Every invoice and adjustment dated up to the period end,
      * signed : credits count against the contract.
       77 WS-INV-TBL-SIZE                       PIC 9(04) VALUE 0.
       01 WS-INV-TBL.
           05 WS-INV OCCURS 5000 TIMES.
               10 WS-INV-CODE        PIC X(09).
               10 WS-INV-AMOUNT      PIC S9(08)V99.
       77 WS-INV-IDX                            PIC 9(04).

      * Cancellation effective dates by contract - the latest wins.
       77 WS-CXL-TBL-SIZE                       PIC 9(03) VALUE 0.
       01 WS-CXL-TBL.
           05 WS-CXL OCCURS 500 TIMES.
               10 WS-CXL-CODE        PIC X(09).
               10 WS-CXL-DATE        PIC 9(08).
       77 WS-CXL-IDX                            PIC 9(03).
       77 WS-CXL-FOUND-IDX                      PIC 9(03).

      * Totals per product and status.
       77 WS-GRP-TBL-SIZE                       PIC 9(02) VALUE 0.
       01 WS-GRP-TBL.
           05 WS-GRP OCCURS 60 TIMES.
               10 WS-GRP-PRODUCT     PIC X(15).
               10 WS-GRP-STATUS      PIC X(02).
               10 WS-GRP-COUNT       PIC 9(04).
               10 WS-GRP-WRITTEN     PIC S9(09)V99.
               10 WS-GRP-EARNED      PIC S9(09)V99.
               10 WS-GRP-UNEARNED    PIC S9(09)V99.
       77 WS-GRP-IDX                            PIC 9(02).
       77 WS-GRP-FOUND-IDX                      PIC 9(02).

      * One policy's cover and premium. Cover runs from the first
      * of its start month (97:7, MM/YYYY) to the last day of its
      * end month (106:7), the way proadj.cbl reads the end.
       01 WS-START-X.
           05 WS-START-YYYY      PIC X(04).
           05 WS-START-MM        PIC X(02).
           05 WS-START-DD        PIC X(02).
       01 WS-START-DATE REDEFINES WS-START-X
                                 PIC 9(08).
       01 WS-END-FIRST.
           05 WS-END-YYYY        PIC 9(04).
           05 WS-END-MM          PIC 9(02).
           05 WS-END-DD          PIC 9(02).
       01 WS-END-FIRST-DATE REDEFINES WS-END-FIRST
                                 PIC 9(08).
       77 WS-START-INT                          PIC S9(09) COMP-5.
       77 WS-COVER-END-INT                      PIC S9(09) COMP-5.
       77 WS-COVER-END-DATE                     PIC 9(08).
       77 WS-TERM-DAYS                          PIC S9(09) COMP-5.
       77 WS-ELAPSED-DAYS                       PIC S9(09) COMP-5.
       77 WS-DAYS-LEFT                          PIC S9(05) COMP-5.
       77 WS-WRITTEN                            PIC S9(08)V99.
       77 WS-EARNED                             PIC S9(08)V99.
       77 WS-UNEARNED                           PIC S9(08)V99.
       77 WS-BILLED-ROWS                        PIC 9(03).

       77 WS-RUN-DATE                           PIC 9(08).
       77 WS-OPERATOR-ID                        PIC X(08).
       77 WS-POLICIES-READ                      PIC 9(05) VALUE 0.
       77 WS-POLICIES-RESERVED                  PIC 9(05) VALUE 0.
       77 WS-NO-DATES-CNT                       PIC 9(05) VALUE 0.
       77 WS-UNBILLED-CNT                       PIC 9(05) VALUE 0.
       77 WS-TOT-WRITTEN                        PIC S9(09)V99 VALUE 0.
       77 WS-TOT-EARNED                         PIC S9(09)V99 VALUE 0.
       77 WS-TOT-UNEARNED                       PIC S9(09)V99 VALUE 0.

       01 WS-RPT-HEADING-LINE.
           05 FILLER             PIC X(10) VALUE "Contract".
           05 FILLER             PIC X(16) VALUE "Product".
           05 FILLER             PIC X(03) VALUE "St".
           05 FILLER             PIC X(09) VALUE "From".
           05 FILLER             PIC X(09) VALUE "To".
           05 FILLER             PIC X(14) VALUE "      Written".
           05 FILLER             PIC X(14) VALUE "       Earned".
           05 FILLER             PIC X(13) VALUE "     Unearned".

       01 WS-RPT-DETAIL-LINE.
           05 WS-RPT-CODE        PIC X(09).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-RPT-PRODUCT     PIC X(15).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-RPT-STATUS      PIC X(02).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-RPT-FROM        PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-RPT-TO          PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-RPT-WRITTEN     PIC -Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-RPT-EARNED      PIC -Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-RPT-UNEARNED    PIC -Z,ZZZ,ZZ9.99.

       01 WS-GRP-DETAIL-LINE.
           05 WS-GRP-RPT-PRODUCT PIC X(15).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-GRP-RPT-STATUS  PIC X(02).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-GRP-RPT-COUNT   PIC ZZZ9.
           05 FILLER             PIC X(11) VALUE " polic(ies)".
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-GRP-RPT-WRITTEN PIC -Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-GRP-RPT-EARNED  PIC -Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-GRP-RPT-UNEARNED PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           DISPLAY "Month end to reserve (YYYYMM) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-PERIOD.
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12 THEN
               DISPLAY "Not a possible month - no reserve."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-PERIOD-YYYY TO WS-NEXT-YYYY.
           MOVE WS-PERIOD-MM TO WS-NEXT-MM.
           MOVE 1 TO WS-NEXT-DD.
           IF WS-NEXT-MM EQUAL 12 THEN
               ADD 1 TO WS-NEXT-YYYY
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF.
           COMPUTE WS-PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST-DATE) - 1.
           COMPUTE WS-PERIOD-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PERIOD-END-INT).

           PERFORM 0100-LOAD-INVOICES-BEGIN
              THRU 0100-LOAD-INVOICES-END.
           PERFORM 0150-LOAD-CANCELS-BEGIN
              THRU 0150-LOAD-CANCELS-END.

           MOVE SPACE TO WS-RPT-FILENAME.
           STRING "output/upr-reserve-" DELIMITED BY SIZE
                  WS-ENTRY-PERIOD DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME.
           OPEN OUTPUT RESERVE-REPORT-OUTPUT.
           MOVE SPACES TO RPT-OUT-RCD.
           STRING "*** UNEARNED PREMIUM RESERVE AT "
                  WS-PERIOD-END-DATE " ***"
               DELIMITED BY SIZE INTO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACES TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-HEADING-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT INSURANCE-INPUT.
           IF NOT WS-F-STATUS-OK THEN
               DISPLAY "Unable to open data/assurances.csv, status "
                   WS-F-STATUS "."
           ELSE
               PERFORM UNTIL WS-EOF-TRUE
                   READ INSURANCE-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-POLICIES-READ
                           PERFORM 0300-ONE-POLICY-BEGIN
                              THRU 0300-ONE-POLICY-END
                   END-READ
               END-PERFORM
               CLOSE INSURANCE-INPUT
           END-IF.
           SET WS-EOF-FALSE TO TRUE.

           PERFORM 0500-WRITE-TOTALS-BEGIN
              THRU 0500-WRITE-TOTALS-END.
           CLOSE RESERVE-REPORT-OUTPUT.
           PERFORM 0600-WRITE-SUMMARY-BEGIN
              THRU 0600-WRITE-SUMMARY-END.

           DISPLAY WS-POLICIES-RESERVED " polic(ies) reserved at "
               WS-PERIOD-END-DATE " in "
               FUNCTION TRIM(WS-RPT-FILENAME) ", summary for "
               "monthpack in " FUNCTION TRIM(WS-SUM-FILENAME) ".".
           IF WS-NO-DATES-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-NO-DATES-CNT
                   " polic(ies) without usable start/end columns "
                   "left out."
           END-IF.
           IF WS-UNBILLED-CNT > 0 THEN
               DISPLAY WS-UNBILLED-CNT " polic(ies) in force but not "
                   "yet invoiced carry no reserve."
           END-IF.
           PERFORM 0900-EOD-LOG-BEGIN
              THRU 0900-EOD-LOG-END.
           GOBACK.

      * Premium on the books at the period end : every register row
      * dated on or before it, ADJ-CR credits netted off.
       0100-LOAD-INVOICES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT INVOICE-REGISTER-INPUT.
           IF NOT WS-REG-STATUS-OK THEN
               GO TO 0100-LOAD-INVOICES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ INVOICE-REGISTER-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF INV-REG-RCD(1:5) IS NUMERIC AND
                          INV-REG-RCD(7:8) IS NUMERIC AND
                          INV-REG-RCD(7:8) <= WS-PERIOD-END-DATE AND
                          WS-INV-TBL-SIZE < 5000 THEN
                           ADD 1 TO WS-INV-TBL-SIZE
                           MOVE INV-REG-RCD(16:9)
                               TO WS-INV-CODE(WS-INV-TBL-SIZE)
                           COMPUTE WS-INV-AMOUNT(WS-INV-TBL-SIZE) =
                               FUNCTION NUMVAL(INV-REG-RCD(67:10))
                           IF INV-REG-RCD(78:6) EQUAL "ADJ-CR" THEN
                               COMPUTE WS-INV-AMOUNT(WS-INV-TBL-SIZE)
                                   = 0 - WS-INV-AMOUNT(WS-INV-TBL-SIZE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-REGISTER-INPUT.
           SET WS-EOF-FALSE TO TRUE.
       0100-LOAD-INVOICES-END.

      * proadj.cbl's posted CANCEL rows first; the audit trail only
      * fills in a contract they do not name.
       0150-LOAD-CANCELS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT POSTED-INPUT.
           IF WS-PST-STATUS-OK THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ POSTED-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(PST-ACTION) EQUAL "CANCEL"
                              AND PST-EFF-DATE IS NUMERIC THEN
                               PERFORM 0160-FIND-CANCEL-BEGIN
                                  THRU 0160-FIND-CANCEL-END
                               IF WS-CXL-FOUND-IDX > 0 THEN
                                   MOVE PST-EFF-DATE
                                     TO WS-CXL-DATE(WS-CXL-FOUND-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTED-INPUT
           END-IF.

           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT AUDIT-INPUT.
           IF NOT WS-AUD-STATUS-OK THEN
               GO TO 0150-LOAD-CANCELS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ AUDIT-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF AUD-IN-RCD(11:6) EQUAL "CANCEL" AND
                          AUD-IN-RCD(18:8) IS NUMERIC THEN
                           PERFORM 0170-AUDIT-CANCEL-BEGIN
                              THRU 0170-AUDIT-CANCEL-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-INPUT.
           SET WS-EOF-FALSE TO TRUE.
       0150-LOAD-CANCELS-END.

      * The slot for the posted row's contract, added when new.
       0160-FIND-CANCEL-BEGIN.
           MOVE 0 TO WS-CXL-FOUND-IDX.
           PERFORM VARYING WS-CXL-IDX FROM 1 BY 1
                   UNTIL WS-CXL-IDX > WS-CXL-TBL-SIZE
               IF WS-CXL-CODE(WS-CXL-IDX) EQUAL PST-CODE THEN
                   MOVE WS-CXL-IDX TO WS-CXL-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-CXL-FOUND-IDX EQUAL 0 AND WS-CXL-TBL-SIZE < 500 THEN
               ADD 1 TO WS-CXL-TBL-SIZE
               MOVE WS-CXL-TBL-SIZE TO WS-CXL-FOUND-IDX
               MOVE PST-CODE TO WS-CXL-CODE(WS-CXL-FOUND-IDX)
           END-IF.
       0160-FIND-CANCEL-END.

       0170-AUDIT-CANCEL-BEGIN.
           PERFORM VARYING WS-CXL-IDX FROM 1 BY 1
                   UNTIL WS-CXL-IDX > WS-CXL-TBL-SIZE
               IF WS-CXL-CODE(WS-CXL-IDX) EQUAL AUD-IN-RCD(1:9) THEN
                   GO TO 0170-AUDIT-CANCEL-END
               END-IF
           END-PERFORM.
           IF WS-CXL-TBL-SIZE < 500 THEN
               ADD 1 TO WS-CXL-TBL-SIZE
               MOVE AUD-IN-RCD(1:9) TO WS-CXL-CODE(WS-CXL-TBL-SIZE)
               MOVE AUD-IN-RCD(18:8) TO WS-CXL-DATE(WS-CXL-TBL-SIZE)
           END-IF.
       0170-AUDIT-CANCEL-END.

      * Daily pro-rata : the written premium earns evenly over the
      * days of cover, and what falls after the period end is the
      * reserve. A cancelled policy's cover stops at the CANCEL
      * date, so once the month end passes it nothing stays
      * unearned - the release.
       0300-ONE-POLICY-BEGIN.
           IF ISR-IN-RCD(97:2) IS NOT NUMERIC OR
              ISR-IN-RCD(100:4) IS NOT NUMERIC OR
              ISR-IN-RCD(106:2) IS NOT NUMERIC OR
              ISR-IN-RCD(109:4) IS NOT NUMERIC THEN
               ADD 1 TO WS-NO-DATES-CNT
               GO TO 0300-ONE-POLICY-END
           END-IF.
           IF ISR-IN-RCD(97:2) < "01" OR ISR-IN-RCD(97:2) > "12" OR
              ISR-IN-RCD(106:2) < "01" OR ISR-IN-RCD(106:2) > "12"
              THEN
               ADD 1 TO WS-NO-DATES-CNT
               GO TO 0300-ONE-POLICY-END
           END-IF.
           MOVE ISR-IN-RCD(100:4) TO WS-START-YYYY.
           MOVE ISR-IN-RCD(97:2) TO WS-START-MM.
           MOVE "01" TO WS-START-DD.
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-START-DATE).
           MOVE FUNCTION NUMVAL(ISR-IN-RCD(109:4)) TO WS-END-YYYY.
           MOVE FUNCTION NUMVAL(ISR-IN-RCD(106:2)) TO WS-END-MM.
           MOVE 1 TO WS-END-DD.
           IF WS-END-MM EQUAL 12 THEN
               ADD 1 TO WS-END-YYYY
               MOVE 1 TO WS-END-MM
           ELSE
               ADD 1 TO WS-END-MM
           END-IF.
           COMPUTE WS-COVER-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-END-FIRST-DATE) - 1.

           IF ISR-IN-RCD(95:1) EQUAL "C" THEN
               MOVE 0 TO WS-CXL-FOUND-IDX
               PERFORM VARYING WS-CXL-IDX FROM 1 BY 1
                       UNTIL WS-CXL-IDX > WS-CXL-TBL-SIZE
                   IF WS-CXL-CODE(WS-CXL-IDX) EQUAL ISR-IN-RCD(1:9)
                      THEN
                       MOVE WS-CXL-IDX TO WS-CXL-FOUND-IDX
                   END-IF
               END-PERFORM
      * Cancelled with no date on file : nothing left to earn.
               IF WS-CXL-FOUND-IDX EQUAL 0 THEN
                   COMPUTE WS-COVER-END-INT = WS-START-INT - 1
               ELSE
                   IF FUNCTION INTEGER-OF-DATE(
                      WS-CXL-DATE(WS-CXL-FOUND-IDX))
                      < WS-COVER-END-INT THEN
                       COMPUTE WS-COVER-END-INT = FUNCTION
                           INTEGER-OF-DATE(
                           WS-CXL-DATE(WS-CXL-FOUND-IDX))
                   END-IF
               END-IF
           END-IF.

           MOVE 0 TO WS-WRITTEN.
           MOVE 0 TO WS-BILLED-ROWS.
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-TBL-SIZE
               IF WS-INV-CODE(WS-INV-IDX) EQUAL ISR-IN-RCD(1:9) THEN
                   ADD WS-INV-AMOUNT(WS-INV-IDX) TO WS-WRITTEN
                   ADD 1 TO WS-BILLED-ROWS
               END-IF
           END-PERFORM.
           IF WS-BILLED-ROWS EQUAL 0 THEN
               IF ISR-IN-RCD(95:1) NOT EQUAL "C" AND
                  WS-COVER-END-INT >= WS-PERIOD-END-INT THEN
                   ADD 1 TO WS-UNBILLED-CNT
               END-IF
               GO TO 0300-ONE-POLICY-END
           END-IF.

           COMPUTE WS-TERM-DAYS = WS-COVER-END-INT - WS-START-INT + 1.
           IF WS-PERIOD-END-INT < WS-COVER-END-INT THEN
               COMPUTE WS-ELAPSED-DAYS =
                   WS-PERIOD-END-INT - WS-START-INT + 1
           ELSE
               MOVE WS-TERM-DAYS TO WS-ELAPSED-DAYS
           END-IF.
           IF WS-ELAPSED-DAYS < 0 THEN
               MOVE 0 TO WS-ELAPSED-DAYS
           END-IF.
           IF WS-TERM-DAYS <= 0 OR WS-WRITTEN <= 0 THEN
               MOVE 0 TO WS-UNEARNED
           ELSE
               COMPUTE WS-DAYS-LEFT = WS-TERM-DAYS - WS-ELAPSED-DAYS
               COMPUTE WS-UNEARNED ROUNDED =
                   WS-WRITTEN * WS-DAYS-LEFT / WS-TERM-DAYS
           END-IF.
           COMPUTE WS-EARNED = WS-WRITTEN - WS-UNEARNED.

           ADD 1 TO WS-POLICIES-RESERVED.
           ADD WS-WRITTEN TO WS-TOT-WRITTEN.
           ADD WS-EARNED TO WS-TOT-EARNED.
           ADD WS-UNEARNED TO WS-TOT-UNEARNED.
           PERFORM 0350-ADD-TO-GROUP-BEGIN
              THRU 0350-ADD-TO-GROUP-END.

           IF WS-COVER-END-INT < WS-START-INT THEN
               MOVE WS-START-DATE TO WS-COVER-END-DATE
           ELSE
               COMPUTE WS-COVER-END-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-COVER-END-INT)
           END-IF.
           MOVE ISR-IN-RCD(1:9) TO WS-RPT-CODE.
           MOVE ISR-IN-RCD(25:15) TO WS-RPT-PRODUCT.
           MOVE ISR-IN-RCD(95:2) TO WS-RPT-STATUS.
           MOVE WS-START-DATE TO WS-RPT-FROM.
           MOVE WS-COVER-END-DATE TO WS-RPT-TO.
           MOVE WS-WRITTEN TO WS-RPT-WRITTEN.
           MOVE WS-EARNED TO WS-RPT-EARNED.
           MOVE WS-UNEARNED TO WS-RPT-UNEARNED.
           MOVE WS-RPT-DETAIL-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
       0300-ONE-POLICY-END.

       0350-ADD-TO-GROUP-BEGIN.
           MOVE 0 TO WS-GRP-FOUND-IDX.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-TBL-SIZE
               IF WS-GRP-PRODUCT(WS-GRP-IDX) EQUAL ISR-IN-RCD(25:15)
                  AND WS-GRP-STATUS(WS-GRP-IDX) EQUAL ISR-IN-RCD(95:2)
                  THEN
                   MOVE WS-GRP-IDX TO WS-GRP-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-GRP-FOUND-IDX EQUAL 0 THEN
               IF WS-GRP-TBL-SIZE >= 60 THEN
                   GO TO 0350-ADD-TO-GROUP-END
               END-IF
               ADD 1 TO WS-GRP-TBL-SIZE
               MOVE WS-GRP-TBL-SIZE TO WS-GRP-FOUND-IDX
               MOVE ISR-IN-RCD(25:15)
                   TO WS-GRP-PRODUCT(WS-GRP-FOUND-IDX)
               MOVE ISR-IN-RCD(95:2) TO WS-GRP-STATUS(WS-GRP-FOUND-IDX)
               MOVE 0 TO WS-GRP-COUNT(WS-GRP-FOUND-IDX)
               MOVE 0 TO WS-GRP-WRITTEN(WS-GRP-FOUND-IDX)
               MOVE 0 TO WS-GRP-EARNED(WS-GRP-FOUND-IDX)
               MOVE 0 TO WS-GRP-UNEARNED(WS-GRP-FOUND-IDX)
           END-IF.
           ADD 1 TO WS-GRP-COUNT(WS-GRP-FOUND-IDX).
           ADD WS-WRITTEN TO WS-GRP-WRITTEN(WS-GRP-FOUND-IDX).
           ADD WS-EARNED TO WS-GRP-EARNED(WS-GRP-FOUND-IDX).
           ADD WS-UNEARNED TO WS-GRP-UNEARNED(WS-GRP-FOUND-IDX).
       0350-ADD-TO-GROUP-END.

       0500-WRITE-TOTALS-BEGIN.
           MOVE SPACES TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "By product and status" TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-TBL-SIZE
               PERFORM 0550-GROUP-LINE-BEGIN
                  THRU 0550-GROUP-LINE-END
               MOVE WS-GRP-DETAIL-LINE TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-PERFORM.
           MOVE SPACES TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           PERFORM 0560-TOTAL-LINE-BEGIN
              THRU 0560-TOTAL-LINE-END.
           MOVE WS-GRP-DETAIL-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
       0500-WRITE-TOTALS-END.

       0550-GROUP-LINE-BEGIN.
           MOVE WS-GRP-PRODUCT(WS-GRP-IDX) TO WS-GRP-RPT-PRODUCT.
           MOVE WS-GRP-STATUS(WS-GRP-IDX) TO WS-GRP-RPT-STATUS.
           MOVE WS-GRP-COUNT(WS-GRP-IDX) TO WS-GRP-RPT-COUNT.
           MOVE WS-GRP-WRITTEN(WS-GRP-IDX) TO WS-GRP-RPT-WRITTEN.
           MOVE WS-GRP-EARNED(WS-GRP-IDX) TO WS-GRP-RPT-EARNED.
           MOVE WS-GRP-UNEARNED(WS-GRP-IDX) TO WS-GRP-RPT-UNEARNED.
       0550-GROUP-LINE-END.

       0560-TOTAL-LINE-BEGIN.
           MOVE "TOTAL" TO WS-GRP-RPT-PRODUCT.
           MOVE SPACES TO WS-GRP-RPT-STATUS.
           MOVE WS-POLICIES-RESERVED TO WS-GRP-RPT-COUNT.
           MOVE WS-TOT-WRITTEN TO WS-GRP-RPT-WRITTEN.
           MOVE WS-TOT-EARNED TO WS-GRP-RPT-EARNED.
           MOVE WS-TOT-UNEARNED TO WS-GRP-RPT-UNEARNED.
       0560-TOTAL-LINE-END.

      * The page monthpack.cbl copies line for line, the way it
      * takes budvact's summary : the product/status totals and the
      * reserve to book.
       0600-WRITE-SUMMARY-BEGIN.
           MOVE SPACE TO WS-SUM-FILENAME.
           STRING "output/upr-summary-" DELIMITED BY SIZE
                  WS-ENTRY-PERIOD DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-SUM-FILENAME.
           OPEN OUTPUT RESERVE-SUMMARY-OUTPUT.
           MOVE SPACES TO SUM-OUT-RCD.
           STRING "Unearned premium reserve at " WS-PERIOD-END-DATE
                  "  " WS-RPT-FILENAME
               DELIMITED BY SIZE INTO SUM-OUT-RCD.
           WRITE SUM-OUT-RCD.
           MOVE SPACES TO SUM-OUT-RCD.
           MOVE "written" TO SUM-OUT-RCD(42:7).
           MOVE "earned" TO SUM-OUT-RCD(57:6).
           MOVE "unearned" TO SUM-OUT-RCD(69:8).
           WRITE SUM-OUT-RCD.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-TBL-SIZE
               PERFORM 0550-GROUP-LINE-BEGIN
                  THRU 0550-GROUP-LINE-END
               MOVE WS-GRP-DETAIL-LINE TO SUM-OUT-RCD
               WRITE SUM-OUT-RCD
           END-PERFORM.
           PERFORM 0560-TOTAL-LINE-BEGIN
              THRU 0560-TOTAL-LINE-END.
           MOVE WS-GRP-DETAIL-LINE TO SUM-OUT-RCD.
           WRITE SUM-OUT-RCD.
           CLOSE RESERVE-SUMMARY-OUTPUT.
       0600-WRITE-SUMMARY-END.

       0900-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "UPRCALC" TO EOD-PROGRAM.
           MOVE WS-POLICIES-READ TO EOD-RECORDS-PROC.
           COMPUTE EOD-EXCEPTIONS = WS-NO-DATES-CNT + WS-UNBILLED-CNT.
           MOVE 2 TO EOD-FILES-WRITTEN.
           MOVE WS-TOT-UNEARNED TO EOD-KEY-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE WS-OPERATOR-ID TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0900-EOD-LOG-END.
