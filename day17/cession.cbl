       IDENTIFICATION DIVISION.
       PROGRAM-ID. cession.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The quota-share treaties : terms rows and the products each
      * one covers.
           SELECT TREATY-INPUT
               ASSIGN TO "data/traite-reass.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRT-STATUS.

           SELECT INSURANCE-INPUT ASSIGN TO "data/assurances.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

           SELECT INVOICE-REGISTER-INPUT
               ASSIGN TO "output/factures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

      * The claim lifecycle claims.cbl keeps : the latest row per
      * claim ID wins, legacy rows read as settled paid amounts.
           SELECT CLAIMS-FILE
               ASSIGN TO "data/sinistres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLM-STATUS.

      * One pair of bordereaux per quarter for the reinsurer, named
      * for it so earlier quarters stay on file.
           SELECT PREMIUM-BORDEREAU-OUTPUT
               ASSIGN TO DYNAMIC WS-PRM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLAIMS-BORDEREAU-OUTPUT
               ASSIGN TO DYNAMIC WS-SIN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

      * Written beside claims.cbl's output/loss-ratio.txt, on the
      * same premium and incurred, so gross and net read side by
      * side.
           SELECT NET-RATIO-OUTPUT
               ASSIGN TO "output/loss-ratio-net.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Shared end-of-day summary log, folded together with the other
      * day15/day17 report programs by eodsum.cbl.
           SELECT EOD-LOG-OUTPUT
               ASSIGN TO "output/eod-summary.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TREATY-INPUT.
       COPY trtrcd.

       FD INSURANCE-INPUT.
       01 ISR-IN-RCD            PIC X(121).

       FD INVOICE-REGISTER-INPUT.
       01 INV-REG-RCD           PIC X(90).

       FD CLAIMS-FILE.
       01 CLM-RECORD.
           05 CLM-CODE          PIC X(09).
           05 FILLER            PIC X(01).
           05 CLM-DATE          PIC 9(08).
           05 FILLER            PIC X(01).
           05 CLM-AMOUNT        PIC 9(06).99.
           05 FILLER            PIC X(01).
           05 CLM-DESC          PIC X(40).
           05 FILLER            PIC X(01).
           05 CLM-ID            PIC 9(04).
           05 FILLER            PIC X(01).
           05 CLM-STATUS        PIC X(07).
           05 FILLER            PIC X(01).
           05 CLM-PAYMENT       PIC 9(06).99.
           05 FILLER            PIC X(01).
           05 CLM-PAID          PIC 9(06).99.

       FD PREMIUM-BORDEREAU-OUTPUT.
       01 PRM-OUT-RCD           PIC X(90).

       FD CLAIMS-BORDEREAU-OUTPUT.
       01 SIN-OUT-RCD           PIC X(90).

       FD NET-RATIO-OUTPUT.
       01 NET-OUT-RCD           PIC X(80).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       77 WS-TRT-STATUS                         PIC X(02).
           88 WS-TRT-STATUS-OK                           VALUE "00".
       77 WS-F-STATUS                           PIC X(02).
           88 WS-F-STATUS-OK                             VALUE "00".
       77 WS-REG-STATUS                         PIC X(02).
           88 WS-REG-STATUS-OK                           VALUE "00".
       77 WS-CLM-STATUS                         PIC X(02).
           88 WS-CLM-STATUS-OK                           VALUE "00".
       77 WS-EOD-STATUS                         PIC X(02).
           88 WS-EOD-STATUS-OK                           VALUE "00".
       77 WS-EOF                                PIC X(01) VALUE "N".
           88 WS-EOF-TRUE                                 VALUE "Y".
           88 WS-EOF-FALSE                                VALUE "N".

      * The quarter being ceded, and its first and last days.
       01 WS-ENTRY-QUARTER                      PIC 9(05).
       01 WS-QUARTER-SPLIT REDEFINES WS-ENTRY-QUARTER.
           05 WS-QTR-YYYY                       PIC 9(04).
           05 WS-QTR-Q                          PIC 9(01).
       77 WS-QTR-START                          PIC 9(08).
       77 WS-QTR-END                            PIC 9(08).
       77 WS-PRM-FILENAME                       PIC X(40).
       77 WS-SIN-FILENAME                       PIC X(40).

      * Treaties in force at some point of the quarter.
       77 WS-TRT-TBL-SIZE                       PIC 9(01) VALUE 0.
       01 WS-TRT-TBL.
           05 WS-TRT OCCURS 9 TIMES.
               10 WS-TRT-TREATY     PIC X(08).
               10 WS-TRT-SHARE      PIC 9(03)V99.
               10 WS-TRT-RETENTION  PIC 9(07)V99.
               10 WS-TRT-REINSURER  PIC X(26).
       77 WS-TRT-IDX                            PIC 9(01).

      * Products covered, each against the treaty that first lists
      * it; rows naming a treaty not in force are dropped.
       77 WS-TPR-TBL-SIZE                       PIC 9(02) VALUE 0.
       01 WS-TPR-TBL.
           05 WS-TPR OCCURS 99 TIMES.
               10 WS-TPR-TREATY     PIC X(08).
               10 WS-TPR-PRODUCT    PIC X(15).
               10 WS-TPR-TRT-IDX    PIC 9(01).
       77 WS-TPR-IDX                            PIC 9(02).

      * Every policy whose product a treaty covers, with the treaty
      * it is ceded to.
       77 WS-COV-TBL-SIZE                       PIC 9(03) VALUE 0.
       01 WS-COV-TBL.
           05 WS-COV OCCURS 999 TIMES.
               10 WS-COV-CODE       PIC X(09).
               10 WS-COV-PRODUCT    PIC X(15).
               10 WS-COV-TRT-IDX    PIC 9(01).
       77 WS-COV-IDX                            PIC 9(03).
       77 WS-COV-FOUND-IDX                      PIC 9(03).
       77 WS-SEARCH-CODE                        PIC X(09).

      * Latest state per claim ID as at the quarter's last day, built
      * the way claims.cbl resolves the file.
       77 WS-CLM-TBL-SIZE                       PIC 9(03) VALUE 0.
       01 WS-CLM-TBL.
           05 WS-CLM OCCURS 500 TIMES.
               10 WS-CLM-ID          PIC 9(04).
               10 WS-CLM-CODE        PIC X(09).
               10 WS-CLM-DATE        PIC 9(08).
               10 WS-CLM-STATE       PIC X(07).
               10 WS-CLM-AMOUNT      PIC 9(06)V99.
               10 WS-CLM-PAID        PIC 9(06)V99.
       77 WS-CLM-IDX                            PIC 9(03).
       77 WS-CLM-FOUND-IDX                      PIC 9(03).
       77 WS-CLM-LINE-AMT                       PIC 9(06)V99.

       77 WS-RUN-DATE                           PIC 9(08).
       77 WS-OPERATOR-ID                        PIC X(08).
       77 WS-INV-CODE                           PIC X(09).
       77 WS-INV-DATE                           PIC 9(08).
       77 WS-INV-AMOUNT                         PIC S9(07)V99.
       77 WS-CEDED                              PIC S9(07)V99.
       77 WS-INVOICES-READ                      PIC 9(05) VALUE 0.
       77 WS-INVOICES-CEDED                     PIC 9(05) VALUE 0.
       77 WS-CLAIMS-CEDED                       PIC 9(04) VALUE 0.
       77 WS-PRM-GROSS-TOT                      PIC S9(09)V99 VALUE 0.
       77 WS-PRM-CEDED-TOT                      PIC S9(09)V99 VALUE 0.
       77 WS-PAID-TOT                           PIC 9(09)V99 VALUE 0.
       77 WS-PAID-RECOV-TOT                     PIC 9(09)V99 VALUE 0.
       77 WS-RES-TOT                            PIC 9(09)V99 VALUE 0.
       77 WS-RES-RECOV-TOT                      PIC 9(09)V99 VALUE 0.

      * One claim amount split between the company and the
      * reinsurer : the share first, then anything the company's
      * part holds over the retention limit.
       77 WS-CEDE-AMOUNT                        PIC 9(06)V99.
       77 WS-CEDE-RECOV                         PIC 9(06)V99.
       77 WS-CEDE-KEPT                          PIC 9(06)V99.

      * Net loss ratio, per contract and across the book.
       77 WS-PREMIUM                            PIC 9(07)V99.
       77 WS-POL-CEDED                          PIC 9(07)V99.
       77 WS-POL-INCURRED                       PIC 9(08)V99.
       77 WS-POL-RECOV                          PIC 9(08)V99.
       77 WS-POL-NET-PREM                       PIC 9(07)V99.
       77 WS-POL-NET-CLM                        PIC 9(08)V99.
       77 WS-RATIO                              PIC 9(04)V99.
       77 WS-BOOK-PREMIUM                       PIC 9(09)V99 VALUE 0.
       77 WS-BOOK-CLAIMS                        PIC 9(09)V99 VALUE 0.
       77 WS-BOOK-CEDED                         PIC 9(09)V99 VALUE 0.
       77 WS-BOOK-RECOV                         PIC 9(09)V99 VALUE 0.
       77 WS-BOOK-NET-PREM                      PIC 9(09)V99.
       77 WS-BOOK-NET-CLM                       PIC 9(09)V99.
       77 WS-POLICIES-READ                      PIC 9(06) VALUE 0.

       01 WS-PRM-TITLE-LINE.
           05 FILLER             PIC X(32) VALUE
               "*** PREMIUM BORDEREAU - QUARTER ".
           05 WS-PRM-TITLE-QTR   PIC 9(05).
           05 FILLER             PIC X(04) VALUE " ***".

       01 WS-PRM-HEADING-LINE.
           05 FILLER             PIC X(06) VALUE "Inv.".
           05 FILLER             PIC X(09) VALUE "Date".
           05 FILLER             PIC X(10) VALUE "Contract".
           05 FILLER             PIC X(16) VALUE "Product".
           05 FILLER             PIC X(12) VALUE "    Premium".
           05 FILLER             PIC X(07) VALUE "Share".
           05 FILLER             PIC X(12) VALUE "      Ceded".
           05 FILLER             PIC X(08) VALUE "Treaty".

       01 WS-PRM-DETAIL-LINE.
           05 WS-PRM-INV-NO      PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRM-DATE        PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRM-CODE        PIC X(09).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRM-PRODUCT     PIC X(15).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRM-PREMIUM     PIC -ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRM-SHARE       PIC ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRM-CEDED       PIC -ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRM-TREATY      PIC X(08).

       01 WS-PRM-TOTAL-LINE.
           05 FILLER             PIC X(40) VALUE
               "Total premium / ceded to reinsurers :".
           05 WS-PRM-TOT-GROSS   PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(03) VALUE " / ".
           05 WS-PRM-TOT-CEDED   PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-SIN-TITLE-LINE.
           05 FILLER             PIC X(31) VALUE
               "*** CLAIMS BORDEREAU - QUARTER ".
           05 WS-SIN-TITLE-QTR   PIC 9(05).
           05 FILLER             PIC X(04) VALUE " ***".

       01 WS-SIN-HEADING-LINE.
           05 FILLER             PIC X(06) VALUE "Claim".
           05 FILLER             PIC X(10) VALUE "Contract".
           05 FILLER             PIC X(16) VALUE "Product".
           05 FILLER             PIC X(08) VALUE "Status".
           05 FILLER             PIC X(09) VALUE "Date".
           05 FILLER             PIC X(11) VALUE "    Amount".
           05 FILLER             PIC X(11) VALUE "Recoverable".
           05 FILLER             PIC X(08) VALUE " Treaty".

       01 WS-SIN-DETAIL-LINE.
           05 WS-SIN-CLM-ID      PIC 9(04).
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-SIN-CODE        PIC X(09).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-SIN-PRODUCT     PIC X(15).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-SIN-STATE       PIC X(07).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-SIN-DATE        PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-SIN-AMOUNT      PIC ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-SIN-RECOV       PIC ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-SIN-TREATY      PIC X(08).

       01 WS-SIN-TOTAL-LINE.
           05 WS-SIN-TOT-LABEL   PIC X(40).
           05 WS-SIN-TOT-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(03) VALUE " / ".
           05 WS-SIN-TOT-RECOV   PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-NET-TITLE-LINE      PIC X(51) VALUE
           "*** LOSS RATIO BY CONTRACT - NET OF REINSURANCE ***".

       01 WS-NET-HEADING-LINE.
           05 FILLER             PIC X(11) VALUE "Contract".
           05 FILLER             PIC X(12) VALUE "Premium".
           05 FILLER             PIC X(12) VALUE "Incurred".
           05 FILLER             PIC X(09) VALUE "Gross %".
           05 FILLER             PIC X(12) VALUE "Ceded".
           05 FILLER             PIC X(12) VALUE "Recovered".
           05 FILLER             PIC X(07) VALUE "Net %".

       01 WS-NET-DETAIL-LINE.
           05 WS-NET-CODE        PIC X(09).
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-NET-PREMIUM     PIC ZZZ,ZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-NET-CLAIMS      PIC ZZZ,ZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-NET-GROSS-RATIO PIC ZZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-NET-CEDED       PIC ZZZ,ZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-NET-RECOV       PIC ZZZ,ZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-NET-RATIO       PIC ZZZ9.99.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           DISPLAY "Quarter to cede (YYYYQ, e.g. 20263) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-QUARTER.
           IF WS-QTR-Q < 1 OR WS-QTR-Q > 4 THEN
               DISPLAY "Quarter must end in 1 to 4 - nothing ceded."
               GOBACK
           END-IF.
           COMPUTE WS-QTR-START =
               WS-QTR-YYYY * 10000 + (WS-QTR-Q * 3 - 2) * 100 + 1.
           EVALUATE WS-QTR-Q
               WHEN 1
                   COMPUTE WS-QTR-END = WS-QTR-YYYY * 10000 + 0331
               WHEN 2
                   COMPUTE WS-QTR-END = WS-QTR-YYYY * 10000 + 0630
               WHEN 3
                   COMPUTE WS-QTR-END = WS-QTR-YYYY * 10000 + 0930
               WHEN 4
                   COMPUTE WS-QTR-END = WS-QTR-YYYY * 10000 + 1231
           END-EVALUATE.

           PERFORM 0100-LOAD-TREATIES-BEGIN
              THRU 0100-LOAD-TREATIES-END.
           IF WS-TPR-TBL-SIZE EQUAL 0 THEN
               DISPLAY "No treaty in data/traite-reass.txt covers any "
                   "product in quarter " WS-ENTRY-QUARTER
                   " - nothing ceded."
               GOBACK
           END-IF.

           PERFORM 0150-LOAD-CLAIMS-BEGIN
              THRU 0150-LOAD-CLAIMS-END.
           PERFORM 0200-LOAD-COVERED-BEGIN
              THRU 0200-LOAD-COVERED-END.
           PERFORM 0300-PREMIUM-BORDEREAU-BEGIN
              THRU 0300-PREMIUM-BORDEREAU-END.
           PERFORM 0400-CLAIMS-BORDEREAU-BEGIN
              THRU 0400-CLAIMS-BORDEREAU-END.
           PERFORM 0500-NET-RATIO-BEGIN
              THRU 0500-NET-RATIO-END.

           DISPLAY WS-COV-TBL-SIZE " polic(ies) under treaty, "
               WS-INVOICES-CEDED " invoice(s) and " WS-CLAIMS-CEDED
               " claim(s) ceded to " FUNCTION TRIM(WS-PRM-FILENAME)
               " and " FUNCTION TRIM(WS-SIN-FILENAME) ".".
           PERFORM 0900-EOD-LOG-BEGIN
              THRU 0900-EOD-LOG-END.
           GOBACK.

      * Terms rows first, into the treaty table if in force for any
      * day of the quarter; product rows are held by treaty name and
      * joined afterwards, so the file can list them in any order.
       0100-LOAD-TREATIES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT TREATY-INPUT.
           IF NOT WS-TRT-STATUS-OK THEN
               GO TO 0100-LOAD-TREATIES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ TREATY-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TRT-TYPE-TERMS
                               PERFORM 0110-ONE-TREATY-BEGIN
                                  THRU 0110-ONE-TREATY-END
                           WHEN TRT-TYPE-PRODUCT
                               IF WS-TPR-TBL-SIZE < 99 THEN
                                   ADD 1 TO WS-TPR-TBL-SIZE
                                   MOVE TRT-TREATY
                                       TO WS-TPR-TREATY(WS-TPR-TBL-SIZE)
                                   MOVE TRT-PRODUCT TO
                                       WS-TPR-PRODUCT(WS-TPR-TBL-SIZE)
                                   MOVE 0 TO
                                       WS-TPR-TRT-IDX(WS-TPR-TBL-SIZE)
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE TREATY-INPUT.
           SET WS-EOF-FALSE TO TRUE.

           PERFORM VARYING WS-TPR-IDX FROM 1 BY 1
                   UNTIL WS-TPR-IDX > WS-TPR-TBL-SIZE
               PERFORM VARYING WS-TRT-IDX FROM 1 BY 1
                       UNTIL WS-TRT-IDX > WS-TRT-TBL-SIZE
                   IF WS-TRT-TREATY(WS-TRT-IDX) EQUAL
                      WS-TPR-TREATY(WS-TPR-IDX) THEN
                       MOVE WS-TRT-IDX TO WS-TPR-TRT-IDX(WS-TPR-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.
      * Squeeze out products whose treaty is not in force.
           MOVE WS-TPR-TBL-SIZE TO WS-COV-IDX.
           MOVE 0 TO WS-TPR-TBL-SIZE.
           PERFORM VARYING WS-TPR-IDX FROM 1 BY 1
                   UNTIL WS-TPR-IDX > WS-COV-IDX
               IF WS-TPR-TRT-IDX(WS-TPR-IDX) > 0 THEN
                   ADD 1 TO WS-TPR-TBL-SIZE
                   MOVE WS-TPR(WS-TPR-IDX) TO WS-TPR(WS-TPR-TBL-SIZE)
               END-IF
           END-PERFORM.
       0100-LOAD-TREATIES-END.

       0110-ONE-TREATY-BEGIN.
           IF TRT-FROM > WS-QTR-END THEN
               GO TO 0110-ONE-TREATY-END
           END-IF.
           IF TRT-TO NOT EQUAL 0 AND TRT-TO < WS-QTR-START THEN
               GO TO 0110-ONE-TREATY-END
           END-IF.
           IF WS-TRT-TBL-SIZE >= 9 THEN
               GO TO 0110-ONE-TREATY-END
           END-IF.
           ADD 1 TO WS-TRT-TBL-SIZE.
           MOVE TRT-TREATY TO WS-TRT-TREATY(WS-TRT-TBL-SIZE).
           MOVE TRT-SHARE TO WS-TRT-SHARE(WS-TRT-TBL-SIZE).
           MOVE TRT-RETENTION TO WS-TRT-RETENTION(WS-TRT-TBL-SIZE).
           MOVE TRT-REINSURER TO WS-TRT-REINSURER(WS-TRT-TBL-SIZE).
       0110-ONE-TREATY-END.

      * claims.cbl's resolution, stopped at the quarter's last day :
      * a status row dated later has not happened yet for this
      * bordereau.
       0150-LOAD-CLAIMS-BEGIN.
           MOVE 0 TO WS-CLM-TBL-SIZE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLAIMS-FILE.
           IF NOT WS-CLM-STATUS-OK THEN
               GO TO 0150-LOAD-CLAIMS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLAIMS-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF CLM-DATE NOT > WS-QTR-END THEN
                           PERFORM 0160-FILE-ONE-ROW-BEGIN
                              THRU 0160-FILE-ONE-ROW-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLAIMS-FILE.
           SET WS-EOF-FALSE TO TRUE.
       0150-LOAD-CLAIMS-END.

       0160-FILE-ONE-ROW-BEGIN.
           IF CLM-STATUS EQUAL SPACE OR CLM-ID IS NOT NUMERIC THEN
               IF WS-CLM-TBL-SIZE < 500 THEN
                   ADD 1 TO WS-CLM-TBL-SIZE
                   MOVE 0 TO WS-CLM-ID(WS-CLM-TBL-SIZE)
                   MOVE CLM-CODE TO WS-CLM-CODE(WS-CLM-TBL-SIZE)
                   MOVE CLM-DATE TO WS-CLM-DATE(WS-CLM-TBL-SIZE)
                   MOVE "SETTLED" TO WS-CLM-STATE(WS-CLM-TBL-SIZE)
                   COMPUTE WS-CLM-AMOUNT(WS-CLM-TBL-SIZE) =
                       FUNCTION NUMVAL(CLM-AMOUNT)
                   MOVE WS-CLM-AMOUNT(WS-CLM-TBL-SIZE)
                       TO WS-CLM-PAID(WS-CLM-TBL-SIZE)
               END-IF
               GO TO 0160-FILE-ONE-ROW-END
           END-IF.

           MOVE 0 TO WS-CLM-FOUND-IDX.
           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLM-TBL-SIZE
               IF WS-CLM-ID(WS-CLM-IDX) EQUAL CLM-ID AND
                  WS-CLM-ID(WS-CLM-IDX) NOT EQUAL 0 THEN
                   MOVE WS-CLM-IDX TO WS-CLM-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-CLM-FOUND-IDX EQUAL 0 THEN
               IF WS-CLM-TBL-SIZE >= 500 THEN
                   GO TO 0160-FILE-ONE-ROW-END
               END-IF
               ADD 1 TO WS-CLM-TBL-SIZE
               MOVE WS-CLM-TBL-SIZE TO WS-CLM-FOUND-IDX
               MOVE CLM-ID TO WS-CLM-ID(WS-CLM-FOUND-IDX)
               MOVE 0 TO WS-CLM-PAID(WS-CLM-FOUND-IDX)
           END-IF.
           MOVE CLM-CODE TO WS-CLM-CODE(WS-CLM-FOUND-IDX).
           MOVE CLM-DATE TO WS-CLM-DATE(WS-CLM-FOUND-IDX).
           MOVE CLM-STATUS TO WS-CLM-STATE(WS-CLM-FOUND-IDX).
           COMPUTE WS-CLM-AMOUNT(WS-CLM-FOUND-IDX) =
               FUNCTION NUMVAL(CLM-AMOUNT).
           IF CLM-PAID NOT EQUAL SPACE THEN
               COMPUTE WS-CLM-PAID(WS-CLM-FOUND-IDX) =
                   FUNCTION NUMVAL(CLM-PAID)
           ELSE
               IF CLM-STATUS EQUAL "SETTLED" THEN
                   MOVE WS-CLM-AMOUNT(WS-CLM-FOUND-IDX)
                       TO WS-CLM-PAID(WS-CLM-FOUND-IDX)
               END-IF
           END-IF.
       0160-FILE-ONE-ROW-END.

      * One streaming pass over the policy file keeps every contract
      * whose product (columns 25-39) a treaty in force covers.
       0200-LOAD-COVERED-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT INSURANCE-INPUT.
           IF NOT WS-F-STATUS-OK THEN
               DISPLAY "Unable to open data/assurances.csv, status "
                   WS-F-STATUS "."
               GO TO 0200-LOAD-COVERED-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ INSURANCE-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-TPR-IDX FROM 1 BY 1
                               UNTIL WS-TPR-IDX > WS-TPR-TBL-SIZE
                           IF WS-TPR-PRODUCT(WS-TPR-IDX) EQUAL
                              ISR-IN-RCD(25:15) AND
                              WS-COV-TBL-SIZE < 999 THEN
                               ADD 1 TO WS-COV-TBL-SIZE
                               MOVE ISR-IN-RCD(1:9)
                                   TO WS-COV-CODE(WS-COV-TBL-SIZE)
                               MOVE ISR-IN-RCD(25:15)
                                   TO WS-COV-PRODUCT(WS-COV-TBL-SIZE)
                               MOVE WS-TPR-TRT-IDX(WS-TPR-IDX)
                                   TO WS-COV-TRT-IDX(WS-COV-TBL-SIZE)
                               MOVE WS-TPR-TBL-SIZE TO WS-TPR-IDX
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE INSURANCE-INPUT.
           SET WS-EOF-FALSE TO TRUE.
       0200-LOAD-COVERED-END.

      * Contract code in WS-SEARCH-CODE to its slot in the covered
      * table, zero when the contract is not under treaty.
       0250-FIND-COVERED-BEGIN.
           MOVE 0 TO WS-COV-FOUND-IDX.
           PERFORM VARYING WS-COV-IDX FROM 1 BY 1
                   UNTIL WS-COV-IDX > WS-COV-TBL-SIZE
               IF WS-COV-CODE(WS-COV-IDX) EQUAL WS-SEARCH-CODE THEN
                   MOVE WS-COV-IDX TO WS-COV-FOUND-IDX
                   MOVE WS-COV-TBL-SIZE TO WS-COV-IDX
               END-IF
           END-PERFORM.
       0250-FIND-COVERED-END.

      * Every premium billed in the quarter on a covered contract,
      * with the share ceded. Pro-rata credits (ADJ-CR) net off as
      * in brkcomm.cbl, so premium handed back is handed back by the
      * reinsurer too.
       0300-PREMIUM-BORDEREAU-BEGIN.
           MOVE SPACE TO WS-PRM-FILENAME.
           STRING "output/bordereau-primes-" DELIMITED BY SIZE
                  WS-ENTRY-QUARTER DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-PRM-FILENAME.
           OPEN OUTPUT PREMIUM-BORDEREAU-OUTPUT.
           MOVE WS-ENTRY-QUARTER TO WS-PRM-TITLE-QTR.
           WRITE PRM-OUT-RCD FROM WS-PRM-TITLE-LINE.
           MOVE SPACE TO PRM-OUT-RCD.
           WRITE PRM-OUT-RCD.
           WRITE PRM-OUT-RCD FROM WS-PRM-HEADING-LINE.

           OPEN INPUT INVOICE-REGISTER-INPUT.
           IF NOT WS-REG-STATUS-OK THEN
               DISPLAY "No output/factures.txt - run billing first."
               GO TO 0300-PREMIUM-BORDEREAU-TOTAL
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ INVOICE-REGISTER-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF INV-REG-RCD(1:5) IS NUMERIC AND
                          INV-REG-RCD(7:8) IS NUMERIC THEN
                           ADD 1 TO WS-INVOICES-READ
                           MOVE INV-REG-RCD(7:8) TO WS-INV-DATE
                           IF WS-INV-DATE NOT < WS-QTR-START AND
                              WS-INV-DATE NOT > WS-QTR-END THEN
                               PERFORM 0310-ONE-INVOICE-BEGIN
                                  THRU 0310-ONE-INVOICE-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-REGISTER-INPUT.
           SET WS-EOF-FALSE TO TRUE.
       0300-PREMIUM-BORDEREAU-TOTAL.
           MOVE SPACE TO PRM-OUT-RCD.
           WRITE PRM-OUT-RCD.
           MOVE WS-PRM-GROSS-TOT TO WS-PRM-TOT-GROSS.
           MOVE WS-PRM-CEDED-TOT TO WS-PRM-TOT-CEDED.
           WRITE PRM-OUT-RCD FROM WS-PRM-TOTAL-LINE.
           CLOSE PREMIUM-BORDEREAU-OUTPUT.
       0300-PREMIUM-BORDEREAU-END.

       0310-ONE-INVOICE-BEGIN.
           MOVE INV-REG-RCD(16:9) TO WS-INV-CODE.
           MOVE WS-INV-CODE TO WS-SEARCH-CODE.
           PERFORM 0250-FIND-COVERED-BEGIN
              THRU 0250-FIND-COVERED-END.
           IF WS-COV-FOUND-IDX EQUAL 0 THEN
               GO TO 0310-ONE-INVOICE-END
           END-IF.
           COMPUTE WS-INV-AMOUNT =
               FUNCTION NUMVAL(INV-REG-RCD(67:10)).
           IF INV-REG-RCD(78:6) EQUAL "ADJ-CR" THEN
               COMPUTE WS-INV-AMOUNT = 0 - WS-INV-AMOUNT
           END-IF.
           MOVE WS-COV-TRT-IDX(WS-COV-FOUND-IDX) TO WS-TRT-IDX.
           COMPUTE WS-CEDED ROUNDED =
               WS-INV-AMOUNT * WS-TRT-SHARE(WS-TRT-IDX) / 100.

           MOVE SPACES TO WS-PRM-DETAIL-LINE.
           MOVE INV-REG-RCD(1:5) TO WS-PRM-INV-NO.
           MOVE WS-INV-DATE TO WS-PRM-DATE.
           MOVE WS-INV-CODE TO WS-PRM-CODE.
           MOVE WS-COV-PRODUCT(WS-COV-FOUND-IDX) TO WS-PRM-PRODUCT.
           MOVE WS-INV-AMOUNT TO WS-PRM-PREMIUM.
           MOVE WS-TRT-SHARE(WS-TRT-IDX) TO WS-PRM-SHARE.
           MOVE WS-CEDED TO WS-PRM-CEDED.
           MOVE WS-TRT-TREATY(WS-TRT-IDX) TO WS-PRM-TREATY.
           WRITE PRM-OUT-RCD FROM WS-PRM-DETAIL-LINE.
           ADD WS-INV-AMOUNT TO WS-PRM-GROSS-TOT.
           ADD WS-CEDED TO WS-PRM-CEDED-TOT.
           ADD 1 TO WS-INVOICES-CEDED.
       0310-ONE-INVOICE-END.

      * Paid claims settled in the quarter, then every claim still
      * open or revised at its end with the reserve the reinsurer
      * stands behind. A PARTIAL claim paid in the quarter shows in
      * both : its paid to date above, its reserve left below.
       0400-CLAIMS-BORDEREAU-BEGIN.
           MOVE SPACE TO WS-SIN-FILENAME.
           STRING "output/bordereau-sinistres-" DELIMITED BY SIZE
                  WS-ENTRY-QUARTER DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-SIN-FILENAME.
           OPEN OUTPUT CLAIMS-BORDEREAU-OUTPUT.
           MOVE WS-ENTRY-QUARTER TO WS-SIN-TITLE-QTR.
           WRITE SIN-OUT-RCD FROM WS-SIN-TITLE-LINE.
           MOVE SPACE TO SIN-OUT-RCD.
           WRITE SIN-OUT-RCD.
           MOVE "Paid in the quarter" TO SIN-OUT-RCD.
           WRITE SIN-OUT-RCD.
           WRITE SIN-OUT-RCD FROM WS-SIN-HEADING-LINE.
           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLM-TBL-SIZE
               IF (WS-CLM-STATE(WS-CLM-IDX) EQUAL "SETTLED" OR
                   WS-CLM-STATE(WS-CLM-IDX) EQUAL "PARTIAL") AND
                  WS-CLM-DATE(WS-CLM-IDX) NOT < WS-QTR-START THEN
                   MOVE WS-CLM-PAID(WS-CLM-IDX) TO WS-CLM-LINE-AMT
                   PERFORM 0410-ONE-CLAIM-BEGIN
                      THRU 0410-ONE-CLAIM-END
                   IF WS-COV-FOUND-IDX > 0 THEN
                       ADD WS-CLM-LINE-AMT TO WS-PAID-TOT
                       ADD WS-CEDE-RECOV TO WS-PAID-RECOV-TOT
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACE TO SIN-OUT-RCD.
           WRITE SIN-OUT-RCD.
           MOVE "Paid / recoverable :" TO WS-SIN-TOT-LABEL.
           MOVE WS-PAID-TOT TO WS-SIN-TOT-AMOUNT.
           MOVE WS-PAID-RECOV-TOT TO WS-SIN-TOT-RECOV.
           WRITE SIN-OUT-RCD FROM WS-SIN-TOTAL-LINE.

           MOVE SPACE TO SIN-OUT-RCD.
           WRITE SIN-OUT-RCD.
           MOVE "Outstanding at the quarter end" TO SIN-OUT-RCD.
           WRITE SIN-OUT-RCD.
           WRITE SIN-OUT-RCD FROM WS-SIN-HEADING-LINE.
           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLM-TBL-SIZE
               IF WS-CLM-STATE(WS-CLM-IDX) EQUAL "OPEN" OR
                  WS-CLM-STATE(WS-CLM-IDX) EQUAL "REVISED" OR
                  WS-CLM-STATE(WS-CLM-IDX) EQUAL "PARTIAL" THEN
                   MOVE WS-CLM-AMOUNT(WS-CLM-IDX) TO WS-CLM-LINE-AMT
                   PERFORM 0410-ONE-CLAIM-BEGIN
                      THRU 0410-ONE-CLAIM-END
                   IF WS-COV-FOUND-IDX > 0 THEN
                       ADD WS-CLM-LINE-AMT TO WS-RES-TOT
                       ADD WS-CEDE-RECOV TO WS-RES-RECOV-TOT
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACE TO SIN-OUT-RCD.
           WRITE SIN-OUT-RCD.
           MOVE "Reserved / recoverable :" TO WS-SIN-TOT-LABEL.
           MOVE WS-RES-TOT TO WS-SIN-TOT-AMOUNT.
           MOVE WS-RES-RECOV-TOT TO WS-SIN-TOT-RECOV.
           WRITE SIN-OUT-RCD FROM WS-SIN-TOTAL-LINE.
           CLOSE CLAIMS-BORDEREAU-OUTPUT.
       0400-CLAIMS-BORDEREAU-END.

      * One claim line, when its contract is under treaty.
       0410-ONE-CLAIM-BEGIN.
           MOVE WS-CLM-CODE(WS-CLM-IDX) TO WS-SEARCH-CODE.
           PERFORM 0250-FIND-COVERED-BEGIN
              THRU 0250-FIND-COVERED-END.
           IF WS-COV-FOUND-IDX EQUAL 0 THEN
               GO TO 0410-ONE-CLAIM-END
           END-IF.
           MOVE WS-COV-TRT-IDX(WS-COV-FOUND-IDX) TO WS-TRT-IDX.
           MOVE WS-CLM-LINE-AMT TO WS-CEDE-AMOUNT.
           PERFORM 0450-CEDE-CLAIM-BEGIN
              THRU 0450-CEDE-CLAIM-END.
           MOVE SPACES TO WS-SIN-DETAIL-LINE.
           MOVE WS-CLM-ID(WS-CLM-IDX) TO WS-SIN-CLM-ID.
           MOVE WS-CLM-CODE(WS-CLM-IDX) TO WS-SIN-CODE.
           MOVE WS-COV-PRODUCT(WS-COV-FOUND-IDX) TO WS-SIN-PRODUCT.
           MOVE WS-CLM-STATE(WS-CLM-IDX) TO WS-SIN-STATE.
           MOVE WS-CLM-DATE(WS-CLM-IDX) TO WS-SIN-DATE.
           MOVE WS-CLM-LINE-AMT TO WS-SIN-AMOUNT.
           MOVE WS-CEDE-RECOV TO WS-SIN-RECOV.
           MOVE WS-TRT-TREATY(WS-TRT-IDX) TO WS-SIN-TREATY.
           WRITE SIN-OUT-RCD FROM WS-SIN-DETAIL-LINE.
           ADD 1 TO WS-CLAIMS-CEDED.
       0410-ONE-CLAIM-END.

      * WS-CEDE-AMOUNT under treaty WS-TRT-IDX : the reinsurer's
      * share, plus whatever the company's part holds over the
      * retention limit.
       0450-CEDE-CLAIM-BEGIN.
           COMPUTE WS-CEDE-RECOV ROUNDED =
               WS-CEDE-AMOUNT * WS-TRT-SHARE(WS-TRT-IDX) / 100.
           COMPUTE WS-CEDE-KEPT = WS-CEDE-AMOUNT - WS-CEDE-RECOV.
           IF WS-TRT-RETENTION(WS-TRT-IDX) > 0 AND
              WS-CEDE-KEPT > WS-TRT-RETENTION(WS-TRT-IDX) THEN
               COMPUTE WS-CEDE-RECOV =
                   WS-CEDE-AMOUNT - WS-TRT-RETENTION(WS-TRT-IDX)
           END-IF.
       0450-CEDE-CLAIM-END.

      * claims.cbl's loss ratio - policy Amount column against
      * incurred (open and revised reserves plus settled paid) - with
      * the treaty's part taken off both sides. Claims are as at the
      * quarter end, the same picture the bordereaux give.
       0500-NET-RATIO-BEGIN.
           OPEN OUTPUT NET-RATIO-OUTPUT.
           WRITE NET-OUT-RCD FROM WS-NET-TITLE-LINE.
           MOVE SPACE TO NET-OUT-RCD.
           WRITE NET-OUT-RCD.
           WRITE NET-OUT-RCD FROM WS-NET-HEADING-LINE.

           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT INSURANCE-INPUT.
           IF NOT WS-F-STATUS-OK THEN
               GO TO 0500-NET-RATIO-BOOK
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ INSURANCE-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POLICIES-READ
                       PERFORM 0510-ONE-POLICY-BEGIN
                          THRU 0510-ONE-POLICY-END
               END-READ
           END-PERFORM.
           CLOSE INSURANCE-INPUT.
           SET WS-EOF-FALSE TO TRUE.
       0500-NET-RATIO-BOOK.
           MOVE SPACE TO NET-OUT-RCD.
           WRITE NET-OUT-RCD.
           MOVE SPACES TO WS-NET-DETAIL-LINE.
           MOVE "BOOK" TO WS-NET-CODE.
           MOVE WS-BOOK-PREMIUM TO WS-NET-PREMIUM.
           MOVE WS-BOOK-CLAIMS TO WS-NET-CLAIMS.
           MOVE WS-BOOK-CEDED TO WS-NET-CEDED.
           MOVE WS-BOOK-RECOV TO WS-NET-RECOV.
           IF WS-BOOK-PREMIUM > 0 THEN
               COMPUTE WS-RATIO ROUNDED =
                   WS-BOOK-CLAIMS * 100 / WS-BOOK-PREMIUM
           ELSE
               MOVE 0 TO WS-RATIO
           END-IF.
           MOVE WS-RATIO TO WS-NET-GROSS-RATIO.
           COMPUTE WS-BOOK-NET-PREM = WS-BOOK-PREMIUM - WS-BOOK-CEDED.
           COMPUTE WS-BOOK-NET-CLM = WS-BOOK-CLAIMS - WS-BOOK-RECOV.
           IF WS-BOOK-NET-PREM > 0 THEN
               COMPUTE WS-RATIO ROUNDED =
                   WS-BOOK-NET-CLM * 100 / WS-BOOK-NET-PREM
           ELSE
               MOVE 0 TO WS-RATIO
           END-IF.
           MOVE WS-RATIO TO WS-NET-RATIO.
           WRITE NET-OUT-RCD FROM WS-NET-DETAIL-LINE.
           CLOSE NET-RATIO-OUTPUT.
       0500-NET-RATIO-END.

       0510-ONE-POLICY-BEGIN.
           MOVE ISR-IN-RCD(1:9) TO WS-SEARCH-CODE.
           PERFORM 0250-FIND-COVERED-BEGIN
              THRU 0250-FIND-COVERED-END.
           IF WS-COV-FOUND-IDX > 0 THEN
               MOVE WS-COV-TRT-IDX(WS-COV-FOUND-IDX) TO WS-TRT-IDX
           END-IF.
           COMPUTE WS-PREMIUM =
               FUNCTION NUMVAL(ISR-IN-RCD(113:9)).
           MOVE 0 TO WS-POL-INCURRED.
           MOVE 0 TO WS-POL-RECOV.
           MOVE 0 TO WS-POL-CEDED.
           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLM-TBL-SIZE
               IF WS-CLM-CODE(WS-CLM-IDX) EQUAL WS-SEARCH-CODE AND
                  WS-CLM-STATE(WS-CLM-IDX) NOT EQUAL "CLOSED" AND
                  WS-CLM-STATE(WS-CLM-IDX) NOT EQUAL "REVIEW" THEN
                   MOVE WS-CLM-AMOUNT(WS-CLM-IDX) TO WS-CLM-LINE-AMT
                   IF WS-CLM-STATE(WS-CLM-IDX) EQUAL "PARTIAL" THEN
                       ADD WS-CLM-PAID(WS-CLM-IDX) TO WS-CLM-LINE-AMT
                   END-IF
                   ADD WS-CLM-LINE-AMT TO WS-POL-INCURRED
                   IF WS-COV-FOUND-IDX > 0 THEN
                       MOVE WS-CLM-LINE-AMT TO WS-CEDE-AMOUNT
                       PERFORM 0450-CEDE-CLAIM-BEGIN
                          THRU 0450-CEDE-CLAIM-END
                       ADD WS-CEDE-RECOV TO WS-POL-RECOV
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-COV-FOUND-IDX > 0 THEN
               COMPUTE WS-POL-CEDED ROUNDED =
                   WS-PREMIUM * WS-TRT-SHARE(WS-TRT-IDX) / 100
           END-IF.
           ADD WS-PREMIUM TO WS-BOOK-PREMIUM.
           ADD WS-POL-INCURRED TO WS-BOOK-CLAIMS.
           ADD WS-POL-CEDED TO WS-BOOK-CEDED.
           ADD WS-POL-RECOV TO WS-BOOK-RECOV.

           MOVE SPACES TO WS-NET-DETAIL-LINE.
           MOVE WS-SEARCH-CODE TO WS-NET-CODE.
           MOVE WS-PREMIUM TO WS-NET-PREMIUM.
           MOVE WS-POL-INCURRED TO WS-NET-CLAIMS.
           MOVE WS-POL-CEDED TO WS-NET-CEDED.
           MOVE WS-POL-RECOV TO WS-NET-RECOV.
           IF WS-PREMIUM > 0 THEN
               COMPUTE WS-RATIO ROUNDED =
                   WS-POL-INCURRED * 100 / WS-PREMIUM
           ELSE
               MOVE 0 TO WS-RATIO
           END-IF.
           MOVE WS-RATIO TO WS-NET-GROSS-RATIO.
           COMPUTE WS-POL-NET-PREM = WS-PREMIUM - WS-POL-CEDED.
           COMPUTE WS-POL-NET-CLM = WS-POL-INCURRED - WS-POL-RECOV.
           IF WS-POL-NET-PREM > 0 THEN
               COMPUTE WS-RATIO ROUNDED =
                   WS-POL-NET-CLM * 100 / WS-POL-NET-PREM
           ELSE
               MOVE 0 TO WS-RATIO
           END-IF.
           MOVE WS-RATIO TO WS-NET-RATIO.
           WRITE NET-OUT-RCD FROM WS-NET-DETAIL-LINE.
       0510-ONE-POLICY-END.

       0900-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "CESSION" TO EOD-PROGRAM.
           MOVE WS-INVOICES-READ TO EOD-RECORDS-PROC.
           MOVE 0 TO EOD-EXCEPTIONS.
           MOVE 3 TO EOD-FILES-WRITTEN.
           MOVE WS-PRM-CEDED-TOT TO EOD-KEY-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE WS-OPERATOR-ID TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0900-EOD-LOG-END.
