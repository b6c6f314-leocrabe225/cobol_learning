       IDENTIFICATION DIVISION.
       PROGRAM-ID. brkremit.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The broker's remittance statement, comma-delimited, one line
      * per policy the lump payment covers :
      *   broker,contract,period YYYYMM,gross,commission,paid YYYYMMDD
      * The broker keeps the commission and sends us the net.
           SELECT REMITTANCE-INPUT
               ASSIGN TO "input/remise-courtier.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REM-STATUS.

           SELECT BROKER-INPUT
               ASSIGN TO "data/courtiers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRK-STATUS.

           SELECT XREF-INPUT
               ASSIGN TO "data/police-courtier.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRF-STATUS.

           SELECT INVOICE-REGISTER-INPUT
               ASSIGN TO "output/factures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

      * Read first for what is already settled, then extended with
      * one premrcv.cbl-style receipt per line that reconciles.
           SELECT RECEIPTS-FILE
               ASSIGN TO "data/encaissements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCV-STATUS.

      * One suspense report per broker on the statement, the way
      * brkcomm.cbl writes one commission-<code>.txt per broker.
           SELECT SUSPENSE-OUTPUT
               ASSIGN TO DYNAMIC WS-SUS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

      * Shared end-of-day summary log, folded together with the other
      * day15/day17 report programs by eodsum.cbl.
           SELECT EOD-LOG-OUTPUT
               ASSIGN TO "output/eod-summary.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REMITTANCE-INPUT.
       01 REM-IN-RCD            PIC X(200).

       FD BROKER-INPUT.
       COPY brkrcd.

       FD XREF-INPUT.
       01 XRF-RCD.
           05 XRF-CODE          PIC X(09).
           05 FILLER            PIC X(01).
           05 XRF-BROKER        PIC X(06).

       FD INVOICE-REGISTER-INPUT.
       01 INV-REG-RCD           PIC X(90).

       FD RECEIPTS-FILE.
       01 RCV-RECORD.
           05 RCV-INV-NO        PIC 9(05).
           05 FILLER            PIC X(01).
           05 RCV-DATE          PIC 9(08).
           05 FILLER            PIC X(01).
           05 RCV-AMOUNT        PIC 9(07).99.
           05 RCV-AMOUNT-X REDEFINES RCV-AMOUNT
                                PIC X(10).
           05 FILLER            PIC X(01).
           05 RCV-RVSL          PIC X(01).
           05 FILLER            PIC X(01).
           05 RCV-SOURCE        PIC X(02).

       FD SUSPENSE-OUTPUT.
       01 SUS-OUT-RCD           PIC X(100).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       77 WS-REM-STATUS                         PIC X(02).
           88 WS-REM-STATUS-OK                           VALUE "00".
       77 WS-BRK-STATUS                         PIC X(02).
           88 WS-BRK-STATUS-OK                           VALUE "00".
       77 WS-XRF-STATUS                         PIC X(02).
           88 WS-XRF-STATUS-OK                           VALUE "00".
       77 WS-REG-STATUS                         PIC X(02).
           88 WS-REG-STATUS-OK                           VALUE "00".
       77 WS-RCV-STATUS                         PIC X(02).
           88 WS-RCV-STATUS-OK                           VALUE "00".
       77 WS-EOD-STATUS                         PIC X(02).
           88 WS-EOD-STATUS-OK                           VALUE "00".
       77 WS-EOF                                PIC X(01) VALUE "N".
           88 WS-EOF-TRUE                                 VALUE "Y".
           88 WS-EOF-FALSE                                VALUE "N".

      * Brokers on the master, and any code the statement names that
      * is not, so its lines still land in a suspense report.
       77 WS-BRK-TBL-SIZE                       PIC 9(02) VALUE 0.
       01 WS-BRK-TBL.
           05 WS-BRK OCCURS 40 TIMES.
               10 WS-BRK-CODE       PIC X(06).
               10 WS-BRK-NAME       PIC X(20).
               10 WS-BRK-RATE       PIC 9(02)V99.
               10 WS-BRK-ON-FILE    PIC 9(01).
               10 WS-BRK-LINES      PIC 9(04).
               10 WS-BRK-POSTED-CNT PIC 9(04).
               10 WS-BRK-POSTED     PIC S9(09)V99.
               10 WS-BRK-COMM-TAKEN PIC S9(09)V99.
               10 WS-BRK-NET        PIC S9(09)V99.
               10 WS-BRK-SUS-CNT    PIC 9(04).
               10 WS-BRK-SUS-GROSS  PIC S9(09)V99.
       77 WS-BRK-IDX                            PIC 9(02).
       77 WS-BRK-FOUND-IDX                      PIC 9(02).

       77 WS-XRF-TBL-SIZE                       PIC 9(04) VALUE 0.
       01 WS-XRF-TBL.
           05 WS-XRF OCCURS 1000 TIMES.
               10 WS-XRF-CODE       PIC X(09).
               10 WS-XRF-BROKER     PIC X(06).
       77 WS-XRF-IDX                            PIC 9(04).

      * Premium invoices only - the ADJ-CR/ADJ-DR rows proadj.cbl
      * adds are not what a broker collects against. Received is
      * what data/encaissements.txt already holds for the invoice.
       77 WS-INV-TBL-SIZE                       PIC 9(04) VALUE 0.
       01 WS-INV-TBL.
           05 WS-INV OCCURS 5000 TIMES.
               10 WS-INV-NO          PIC 9(05).
               10 WS-INV-CODE        PIC X(09).
               10 WS-INV-PERIOD      PIC 9(06).
               10 WS-INV-AMOUNT      PIC S9(07)V99.
               10 WS-INV-RECEIVED    PIC S9(07)V99.
       77 WS-INV-IDX                            PIC 9(04).
       77 WS-INV-FOUND-IDX                      PIC 9(04).
       77 WS-INV-SETTLED-CNT                    PIC 9(04).

      * Lines held back, reported under their broker at the end.
       77 WS-SUS-TBL-SIZE                       PIC 9(04) VALUE 0.
       01 WS-SUS-TBL.
           05 WS-SUS OCCURS 1000 TIMES.
               10 WS-SUS-BRK-IDX     PIC 9(02).
               10 WS-SUS-LINE-NO     PIC 9(04).
               10 WS-SUS-CODE        PIC X(09).
               10 WS-SUS-PERIOD      PIC X(06).
               10 WS-SUS-GROSS       PIC S9(07)V99.
               10 WS-SUS-COMM        PIC S9(07)V99.
               10 WS-SUS-EXPECTED    PIC S9(07)V99.
               10 WS-SUS-REASON      PIC X(30).
       77 WS-SUS-IDX                            PIC 9(04).

      * One statement line, split.
       77 WS-REM-BROKER                         PIC X(20).
       77 WS-REM-CODE                           PIC X(20).
       77 WS-REM-PERIOD                         PIC X(20).
       77 WS-REM-GROSS-X                        PIC X(20).
       77 WS-REM-COMM-X                         PIC X(20).
       77 WS-REM-DATE-X                         PIC X(20).
       77 WS-REM-GROSS                          PIC S9(07)V99.
       77 WS-REM-COMM                           PIC S9(07)V99.
       77 WS-REM-DATE                           PIC 9(08).
       77 WS-REM-REASON                         PIC X(30).
       77 WS-EXPECTED-COMM                      PIC S9(07)V99.
       77 WS-COMM-DIFF                          PIC S9(07)V99.
       77 WS-OUTSTANDING                        PIC S9(07)V99.
       77 WS-CHECK-DATE                         PIC 9(08).
       77 WS-LINE-NO                            PIC 9(04) VALUE 0.

      * How far the commission taken may stray from BRK-RATE before
      * the line is held : params.txt BRKREM-COMM-TOL, in centimes.
       77 WS-COMM-TOL-CTS                       PIC 9(05) VALUE 5.
       77 WS-COMM-TOL                           PIC 9(05)V99.

       77 WS-LINES-POSTED                       PIC 9(04) VALUE 0.
       77 WS-TOT-POSTED                         PIC S9(09)V99 VALUE 0.
       77 WS-REPORTS-WRITTEN                    PIC 9(02) VALUE 0.
       77 WS-SUS-FILENAME                       PIC X(40).
       77 WS-RUN-DATE                           PIC 9(08).
       77 WS-OPERATOR-ID                        PIC X(08).

       01 WS-PARAM-KEY            PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-PARAM-FOUND          PIC 9(01).
           88 WS-PARAM-FOUND-TRUE           VALUE 1.
           88 WS-PARAM-FOUND-FALSE          VALUE 0.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
      * perchk's verdict on the payment date : its month may still be
      * open, closed (refused), or closed with the date moved on to
      * the next open month.
       77 WS-PER-PROGRAM                        PIC X(08)
                                                VALUE "brkremit".
       77 WS-PER-RESULT                         PIC 9(01).
           88 WS-PER-OPEN                                VALUE 0.
           88 WS-PER-MOVED                               VALUE 1.
           88 WS-PER-REFUSED                             VALUE 2.

       01 WS-SUS-TITLE-LINE.
           05 FILLER              PIC X(33) VALUE
               "*** REMITTANCE SUSPENSE - BROKER ".
           05 WS-SUS-TITLE-CODE   PIC X(06).
           05 FILLER              PIC X(04) VALUE " ***".

       01 WS-SUS-DATE-LINE.
           05 FILLER              PIC X(13) VALUE "Run date : ".
           05 WS-SUS-RUN-DATE     PIC 9(08).

       01 WS-SUS-COUNT-LINE.
           05 WS-SUS-COUNT-LABEL  PIC X(21).
           05 WS-SUS-COUNT        PIC ZZZ9.

       01 WS-SUS-AMOUNT-LINE.
           05 WS-SUS-AMOUNT-LABEL PIC X(21).
           05 WS-SUS-AMOUNT       PIC -ZZ,ZZZ,ZZ9.99.

       01 WS-SUS-RATE-LINE.
           05 FILLER              PIC X(21) VALUE
               "Commission rate   : ".
           05 WS-SUS-RATE         PIC Z9.99.
           05 FILLER              PIC X(01) VALUE "%".

       01 WS-SUS-HEADER-LINE.
           05 FILLER              PIC X(46) VALUE
               "Line Contract  Period       Gross  Commission ".
           05 FILLER              PIC X(06) VALUE "Reason".

       01 WS-SUS-DETAIL-LINE.
           05 WS-SUS-DTL-LINE     PIC ZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SUS-DTL-CODE     PIC X(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SUS-DTL-PERIOD   PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SUS-DTL-GROSS    PIC -ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SUS-DTL-COMM     PIC -ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SUS-DTL-REASON   PIC X(30).

       01 WS-SUS-EXPECT-LINE.
           05 FILLER              PIC X(34) VALUE
               "       commission due at the rate ".
           05 WS-SUS-EXP-COMM     PIC -ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           OPEN INPUT REMITTANCE-INPUT.
           IF NOT WS-REM-STATUS-OK THEN
               DISPLAY "No input/remise-courtier.csv - nothing to "
                   "import."
               GOBACK
           END-IF.
           CLOSE REMITTANCE-INPUT.

           MOVE "BRKREM-COMM-TOL" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                   TO WS-COMM-TOL-CTS
           END-IF.
           COMPUTE WS-COMM-TOL = WS-COMM-TOL-CTS / 100.

           PERFORM 0100-LOAD-BROKERS-BEGIN
              THRU 0100-LOAD-BROKERS-END.
           PERFORM 0150-LOAD-XREF-BEGIN
              THRU 0150-LOAD-XREF-END.
           PERFORM 0200-LOAD-INVOICES-BEGIN
              THRU 0200-LOAD-INVOICES-END.
           IF WS-INV-TBL-SIZE EQUAL 0 THEN
               DISPLAY "No invoices in output/factures.txt - run "
                   "billing first."
               GOBACK
           END-IF.
           PERFORM 0250-LOAD-RECEIPTS-BEGIN
              THRU 0250-LOAD-RECEIPTS-END.

           OPEN EXTEND RECEIPTS-FILE.
           IF NOT WS-RCV-STATUS-OK THEN
               OPEN OUTPUT RECEIPTS-FILE
           END-IF.
           OPEN INPUT REMITTANCE-INPUT.
           PERFORM UNTIL WS-EOF-TRUE
               READ REMITTANCE-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF REM-IN-RCD NOT EQUAL SPACE THEN
                           ADD 1 TO WS-LINE-NO
                           PERFORM 0300-ONE-LINE-BEGIN
                              THRU 0300-ONE-LINE-END
                           IF WS-REM-REASON NOT EQUAL SPACE THEN
                               PERFORM 0320-HOLD-LINE-BEGIN
                                  THRU 0320-HOLD-LINE-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REMITTANCE-INPUT.
           CLOSE RECEIPTS-FILE.

           PERFORM 0400-WRITE-SUSPENSE-BEGIN
              THRU 0400-WRITE-SUSPENSE-END.

           DISPLAY WS-LINE-NO " remittance line(s) read, "
               WS-LINES-POSTED " posted to data/encaissements.txt, "
               WS-SUS-TBL-SIZE " held in suspense.".
           DISPLAY WS-REPORTS-WRITTEN " report(s) written to "
               "output/remit-suspense-<code>.txt.".

           PERFORM 0900-EOD-LOG-BEGIN
              THRU 0900-EOD-LOG-END.
           GOBACK.

       0100-LOAD-BROKERS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT BROKER-INPUT.
           IF NOT WS-BRK-STATUS-OK THEN
               GO TO 0100-LOAD-BROKERS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ BROKER-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-BRK-TBL-SIZE < 20 THEN
                           ADD 1 TO WS-BRK-TBL-SIZE
                           MOVE WS-BRK-TBL-SIZE TO WS-BRK-IDX
                           PERFORM 0110-NEW-BROKER-BEGIN
                              THRU 0110-NEW-BROKER-END
                           MOVE BRK-CODE TO WS-BRK-CODE(WS-BRK-IDX)
                           MOVE BRK-NAME TO WS-BRK-NAME(WS-BRK-IDX)
                           MOVE BRK-RATE TO WS-BRK-RATE(WS-BRK-IDX)
                           MOVE 1 TO WS-BRK-ON-FILE(WS-BRK-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BROKER-INPUT.
           SET WS-EOF-FALSE TO TRUE.
       0100-LOAD-BROKERS-END.

       0110-NEW-BROKER-BEGIN.
           MOVE SPACE TO WS-BRK-CODE(WS-BRK-IDX).
           MOVE SPACE TO WS-BRK-NAME(WS-BRK-IDX).
           MOVE 0 TO WS-BRK-RATE(WS-BRK-IDX).
           MOVE 0 TO WS-BRK-ON-FILE(WS-BRK-IDX).
           MOVE 0 TO WS-BRK-LINES(WS-BRK-IDX).
           MOVE 0 TO WS-BRK-POSTED-CNT(WS-BRK-IDX).
           MOVE 0 TO WS-BRK-POSTED(WS-BRK-IDX).
           MOVE 0 TO WS-BRK-COMM-TAKEN(WS-BRK-IDX).
           MOVE 0 TO WS-BRK-NET(WS-BRK-IDX).
           MOVE 0 TO WS-BRK-SUS-CNT(WS-BRK-IDX).
           MOVE 0 TO WS-BRK-SUS-GROSS(WS-BRK-IDX).
       0110-NEW-BROKER-END.

       0150-LOAD-XREF-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT XREF-INPUT.
           IF NOT WS-XRF-STATUS-OK THEN
               GO TO 0150-LOAD-XREF-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ XREF-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-XRF-TBL-SIZE < 1000 THEN
                           ADD 1 TO WS-XRF-TBL-SIZE
                           MOVE XRF-CODE
                               TO WS-XRF-CODE(WS-XRF-TBL-SIZE)
                           MOVE XRF-BROKER
                               TO WS-XRF-BROKER(WS-XRF-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE XREF-INPUT.
           SET WS-EOF-FALSE TO TRUE.
       0150-LOAD-XREF-END.

       0200-LOAD-INVOICES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT INVOICE-REGISTER-INPUT.
           IF NOT WS-REG-STATUS-OK THEN
               GO TO 0200-LOAD-INVOICES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ INVOICE-REGISTER-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF INV-REG-RCD(1:5) IS NUMERIC AND
                          INV-REG-RCD(7:6) IS NUMERIC AND
                          INV-REG-RCD(78:6) EQUAL SPACE AND
                          WS-INV-TBL-SIZE < 5000 THEN
                           ADD 1 TO WS-INV-TBL-SIZE
                           MOVE INV-REG-RCD(1:5)
                               TO WS-INV-NO(WS-INV-TBL-SIZE)
                           MOVE INV-REG-RCD(16:9)
                               TO WS-INV-CODE(WS-INV-TBL-SIZE)
                           MOVE INV-REG-RCD(7:6)
                               TO WS-INV-PERIOD(WS-INV-TBL-SIZE)
                           COMPUTE WS-INV-AMOUNT(WS-INV-TBL-SIZE) =
                               FUNCTION NUMVAL(INV-REG-RCD(67:10))
                           MOVE 0 TO WS-INV-RECEIVED(WS-INV-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-REGISTER-INPUT.
           SET WS-EOF-FALSE TO TRUE.
       0200-LOAD-INVOICES-END.

      * Whatever was already received against an invoice, by hand in
      * premrcv.cbl or by an earlier remittance, so a statement fed
      * in twice does not settle the same premium twice.
       0250-LOAD-RECEIPTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT RECEIPTS-FILE.
           IF NOT WS-RCV-STATUS-OK THEN
               GO TO 0250-LOAD-RECEIPTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ RECEIPTS-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                               UNTIL WS-INV-IDX > WS-INV-TBL-SIZE
                           IF WS-INV-NO(WS-INV-IDX) EQUAL RCV-INV-NO
                              AND RCV-RVSL EQUAL "R" THEN
                               COMPUTE WS-INV-RECEIVED(WS-INV-IDX) =
                                   WS-INV-RECEIVED(WS-INV-IDX) -
                                   FUNCTION NUMVAL(RCV-AMOUNT-X)
                           END-IF
                           IF WS-INV-NO(WS-INV-IDX) EQUAL RCV-INV-NO
                              AND RCV-RVSL NOT EQUAL "R" THEN
                               COMPUTE WS-INV-RECEIVED(WS-INV-IDX) =
                                   WS-INV-RECEIVED(WS-INV-IDX) +
                                   FUNCTION NUMVAL(RCV-AMOUNT-X)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE RECEIPTS-FILE.
           SET WS-EOF-FALSE TO TRUE.
       0250-LOAD-RECEIPTS-END.

      * One statement line : checked in the order below, the first
      * failure leaving its reason for the hold into suspense; a
      * line that passes every check is posted at its gross, the
      * premium it settles.
       0300-ONE-LINE-BEGIN.
           MOVE SPACE TO WS-REM-BROKER.
           MOVE SPACE TO WS-REM-CODE.
           MOVE SPACE TO WS-REM-PERIOD.
           MOVE SPACE TO WS-REM-GROSS-X.
           MOVE SPACE TO WS-REM-COMM-X.
           MOVE SPACE TO WS-REM-DATE-X.
           UNSTRING REM-IN-RCD DELIMITED BY ","
               INTO WS-REM-BROKER WS-REM-CODE WS-REM-PERIOD
                    WS-REM-GROSS-X WS-REM-COMM-X WS-REM-DATE-X
           END-UNSTRING.
           MOVE 0 TO WS-REM-GROSS.
           MOVE 0 TO WS-REM-COMM.
           MOVE 0 TO WS-EXPECTED-COMM.
           IF WS-REM-GROSS-X NOT EQUAL SPACE THEN
               COMPUTE WS-REM-GROSS = FUNCTION NUMVAL(WS-REM-GROSS-X)
           END-IF.
           IF WS-REM-COMM-X NOT EQUAL SPACE THEN
               COMPUTE WS-REM-COMM = FUNCTION NUMVAL(WS-REM-COMM-X)
           END-IF.

           PERFORM 0310-FIND-BROKER-BEGIN
              THRU 0310-FIND-BROKER-END.
           ADD 1 TO WS-BRK-LINES(WS-BRK-FOUND-IDX).
           COMPUTE WS-BRK-NET(WS-BRK-FOUND-IDX) =
               WS-BRK-NET(WS-BRK-FOUND-IDX) + WS-REM-GROSS
               - WS-REM-COMM.

           MOVE SPACE TO WS-REM-REASON.
           MOVE 0 TO WS-REM-DATE.
           IF WS-REM-DATE-X(1:8) IS NUMERIC THEN
               MOVE WS-REM-DATE-X(1:8) TO WS-REM-DATE
           END-IF.
           MOVE WS-REM-PERIOD(1:6) TO WS-CHECK-DATE(1:6).
           MOVE "01" TO WS-CHECK-DATE(7:2).
           EVALUATE TRUE
               WHEN WS-BRK-ON-FILE(WS-BRK-FOUND-IDX) EQUAL 0
                   MOVE "BROKER NOT ON COURTIERS.TXT" TO WS-REM-REASON
               WHEN WS-REM-CODE EQUAL SPACE
                   MOVE "BLANK CONTRACT CODE" TO WS-REM-REASON
               WHEN WS-REM-PERIOD(1:6) IS NOT NUMERIC
                   MOVE "PERIOD NOT YYYYMM" TO WS-REM-REASON
               WHEN WS-REM-GROSS NOT > 0
                   MOVE "GROSS NOT A POSITIVE AMOUNT" TO WS-REM-REASON
               WHEN WS-REM-COMM < 0
                   MOVE "COMMISSION BELOW ZERO" TO WS-REM-REASON
               WHEN OTHER
                   CALL "datechk" USING WS-CHECK-DATE WS-RETURN-VALUE
                   END-CALL
                   IF NOT WS-RETURN-OK THEN
                       MOVE "PERIOD IMPOSSIBLE" TO WS-REM-REASON
                   ELSE
                       CALL "datechk" USING WS-REM-DATE
                           WS-RETURN-VALUE
                       END-CALL
                       IF NOT WS-RETURN-OK THEN
                           MOVE "PAYMENT DATE NOT YYYYMMDD"
                               TO WS-REM-REASON
                       END-IF
                   END-IF
           END-EVALUATE.
           IF WS-REM-REASON NOT EQUAL SPACE THEN
               GO TO 0300-ONE-LINE-END
           END-IF.

      * The policy must be on this broker's book.
           MOVE "POLICY NOT ON BROKER'S BOOK" TO WS-REM-REASON.
           PERFORM VARYING WS-XRF-IDX FROM 1 BY 1
                   UNTIL WS-XRF-IDX > WS-XRF-TBL-SIZE
               IF WS-XRF-CODE(WS-XRF-IDX) EQUAL WS-REM-CODE(1:9) AND
                  WS-XRF-BROKER(WS-XRF-IDX) EQUAL
                  WS-BRK-CODE(WS-BRK-FOUND-IDX) THEN
                   MOVE SPACE TO WS-REM-REASON
               END-IF
           END-PERFORM.
           IF WS-REM-REASON NOT EQUAL SPACE THEN
               GO TO 0300-ONE-LINE-END
           END-IF.

      * The first invoice for the contract billed in the period that
      * still has premium to collect.
           MOVE 0 TO WS-INV-FOUND-IDX.
           MOVE 0 TO WS-INV-SETTLED-CNT.
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-TBL-SIZE
                      OR WS-INV-FOUND-IDX > 0
               IF WS-INV-CODE(WS-INV-IDX) EQUAL WS-REM-CODE(1:9) AND
                  WS-INV-PERIOD(WS-INV-IDX) EQUAL WS-CHECK-DATE(1:6)
               THEN
                   IF WS-INV-RECEIVED(WS-INV-IDX) <
                      WS-INV-AMOUNT(WS-INV-IDX) THEN
                       MOVE WS-INV-IDX TO WS-INV-FOUND-IDX
                   ELSE
                       ADD 1 TO WS-INV-SETTLED-CNT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-INV-FOUND-IDX EQUAL 0 THEN
               IF WS-INV-SETTLED-CNT > 0 THEN
                   MOVE "INVOICE ALREADY SETTLED" TO WS-REM-REASON
               ELSE
                   MOVE "NO INVOICE FOR CONTRACT/PERIOD"
                       TO WS-REM-REASON
               END-IF
               GO TO 0300-ONE-LINE-END
           END-IF.
           COMPUTE WS-OUTSTANDING =
               WS-INV-AMOUNT(WS-INV-FOUND-IDX)
               - WS-INV-RECEIVED(WS-INV-FOUND-IDX).
           IF WS-REM-GROSS NOT EQUAL WS-OUTSTANDING THEN
               MOVE "GROSS DIFFERS FROM INVOICE" TO WS-REM-REASON
               GO TO 0300-ONE-LINE-END
           END-IF.

      * Commission taken against the broker's rate, to the centime
      * tolerance.
           COMPUTE WS-EXPECTED-COMM ROUNDED =
               WS-REM-GROSS * WS-BRK-RATE(WS-BRK-FOUND-IDX) / 100.
           COMPUTE WS-COMM-DIFF = WS-REM-COMM - WS-EXPECTED-COMM.
           IF WS-COMM-DIFF < 0 THEN
               COMPUTE WS-COMM-DIFF = 0 - WS-COMM-DIFF
           END-IF.
           IF WS-COMM-DIFF > WS-COMM-TOL THEN
               MOVE "COMMISSION DIFFERS FROM RATE" TO WS-REM-REASON
               GO TO 0300-ONE-LINE-END
           END-IF.

      * A payment dated in a closed month is held like any other line
      * the run cannot post; moved, it posts on the new date.
           CALL "perchk" USING WS-PER-PROGRAM WS-REM-DATE
               WS-PER-RESULT
           END-CALL.
           IF WS-PER-REFUSED THEN
               MOVE "PAYMENT DATE IN CLOSED PERIOD" TO WS-REM-REASON
               GO TO 0300-ONE-LINE-END
           END-IF.

           MOVE SPACES TO RCV-RECORD.
           MOVE WS-INV-NO(WS-INV-FOUND-IDX) TO RCV-INV-NO.
           MOVE WS-REM-DATE TO RCV-DATE.
           MOVE WS-REM-GROSS TO RCV-AMOUNT.
           WRITE RCV-RECORD.
           ADD WS-REM-GROSS TO WS-INV-RECEIVED(WS-INV-FOUND-IDX).
           ADD 1 TO WS-LINES-POSTED.
           ADD WS-REM-GROSS TO WS-TOT-POSTED.
           ADD 1 TO WS-BRK-POSTED-CNT(WS-BRK-FOUND-IDX).
           ADD WS-REM-GROSS TO WS-BRK-POSTED(WS-BRK-FOUND-IDX).
           ADD WS-REM-COMM TO WS-BRK-COMM-TAKEN(WS-BRK-FOUND-IDX).
       0300-ONE-LINE-END.

       0320-HOLD-LINE-BEGIN.
           ADD 1 TO WS-BRK-SUS-CNT(WS-BRK-FOUND-IDX).
           ADD WS-REM-GROSS TO WS-BRK-SUS-GROSS(WS-BRK-FOUND-IDX).
           IF WS-SUS-TBL-SIZE < 1000 THEN
               ADD 1 TO WS-SUS-TBL-SIZE
               MOVE WS-SUS-TBL-SIZE TO WS-SUS-IDX
               MOVE WS-BRK-FOUND-IDX TO WS-SUS-BRK-IDX(WS-SUS-IDX)
               MOVE WS-LINE-NO TO WS-SUS-LINE-NO(WS-SUS-IDX)
               MOVE WS-REM-CODE(1:9) TO WS-SUS-CODE(WS-SUS-IDX)
               MOVE WS-REM-PERIOD(1:6) TO WS-SUS-PERIOD(WS-SUS-IDX)
               MOVE WS-REM-GROSS TO WS-SUS-GROSS(WS-SUS-IDX)
               MOVE WS-REM-COMM TO WS-SUS-COMM(WS-SUS-IDX)
               MOVE WS-EXPECTED-COMM TO WS-SUS-EXPECTED(WS-SUS-IDX)
               MOVE WS-REM-REASON TO WS-SUS-REASON(WS-SUS-IDX)
           END-IF.
       0320-HOLD-LINE-END.

      * A code not on the master still gets a slot, so its lines are
      * reported under the code the broker used.
       0310-FIND-BROKER-BEGIN.
           PERFORM VARYING WS-BRK-FOUND-IDX FROM 1 BY 1
                   UNTIL WS-BRK-FOUND-IDX > WS-BRK-TBL-SIZE
                      OR WS-BRK-CODE(WS-BRK-FOUND-IDX) EQUAL
                         WS-REM-BROKER(1:6)
               CONTINUE
           END-PERFORM.
           IF WS-BRK-FOUND-IDX > WS-BRK-TBL-SIZE THEN
               IF WS-BRK-TBL-SIZE < 40 THEN
                   ADD 1 TO WS-BRK-TBL-SIZE
               END-IF
               MOVE WS-BRK-TBL-SIZE TO WS-BRK-IDX
               MOVE WS-BRK-TBL-SIZE TO WS-BRK-FOUND-IDX
               IF WS-BRK-CODE(WS-BRK-IDX) NOT EQUAL
                  WS-REM-BROKER(1:6) THEN
                   PERFORM 0110-NEW-BROKER-BEGIN
                      THRU 0110-NEW-BROKER-END
                   MOVE WS-REM-BROKER(1:6) TO WS-BRK-CODE(WS-BRK-IDX)
                   IF WS-BRK-CODE(WS-BRK-IDX) EQUAL SPACE THEN
                       MOVE "NONE" TO WS-BRK-CODE(WS-BRK-IDX)
                   END-IF
               END-IF
           END-IF.
       0310-FIND-BROKER-END.

       0400-WRITE-SUSPENSE-BEGIN.
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                   UNTIL WS-BRK-IDX > WS-BRK-TBL-SIZE
               IF WS-BRK-LINES(WS-BRK-IDX) > 0 THEN
                   PERFORM 0410-ONE-REPORT-BEGIN
                      THRU 0410-ONE-REPORT-END
               END-IF
           END-PERFORM.
       0400-WRITE-SUSPENSE-END.

      * Written for every broker on the statement, even with nothing
      * held : the report is also the reconciliation of the lump.
       0410-ONE-REPORT-BEGIN.
           MOVE SPACE TO WS-SUS-FILENAME.
           STRING "output/remit-suspense-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BRK-CODE(WS-BRK-IDX))
                      DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-SUS-FILENAME.
           OPEN OUTPUT SUSPENSE-OUTPUT.

           MOVE WS-BRK-CODE(WS-BRK-IDX) TO WS-SUS-TITLE-CODE.
           MOVE WS-SUS-TITLE-LINE TO SUS-OUT-RCD.
           WRITE SUS-OUT-RCD.
           IF WS-BRK-ON-FILE(WS-BRK-IDX) EQUAL 1 THEN
               MOVE WS-BRK-NAME(WS-BRK-IDX) TO SUS-OUT-RCD
           ELSE
               MOVE "(not on data/courtiers.txt)" TO SUS-OUT-RCD
           END-IF.
           WRITE SUS-OUT-RCD.
           MOVE WS-RUN-DATE TO WS-SUS-RUN-DATE.
           MOVE WS-SUS-DATE-LINE TO SUS-OUT-RCD.
           WRITE SUS-OUT-RCD.
           MOVE SPACE TO SUS-OUT-RCD.
           WRITE SUS-OUT-RCD.

           MOVE "Statement lines   : " TO WS-SUS-COUNT-LABEL.
           MOVE WS-BRK-LINES(WS-BRK-IDX) TO WS-SUS-COUNT.
           MOVE WS-SUS-COUNT-LINE TO SUS-OUT-RCD.
           WRITE SUS-OUT-RCD.
           MOVE "Net remitted      : " TO WS-SUS-AMOUNT-LABEL.
           MOVE WS-BRK-NET(WS-BRK-IDX) TO WS-SUS-AMOUNT.
           MOVE WS-SUS-AMOUNT-LINE TO SUS-OUT-RCD.
           WRITE SUS-OUT-RCD.
           MOVE WS-BRK-RATE(WS-BRK-IDX) TO WS-SUS-RATE.
           MOVE WS-SUS-RATE-LINE TO SUS-OUT-RCD.
           WRITE SUS-OUT-RCD.
           MOVE "Lines posted      : " TO WS-SUS-COUNT-LABEL.
           MOVE WS-BRK-POSTED-CNT(WS-BRK-IDX) TO WS-SUS-COUNT.
           MOVE WS-SUS-COUNT-LINE TO SUS-OUT-RCD.
           WRITE SUS-OUT-RCD.
           MOVE "Premium posted    : " TO WS-SUS-AMOUNT-LABEL.
           MOVE WS-BRK-POSTED(WS-BRK-IDX) TO WS-SUS-AMOUNT.
           MOVE WS-SUS-AMOUNT-LINE TO SUS-OUT-RCD.
           WRITE SUS-OUT-RCD.
           MOVE "Commission taken  : " TO WS-SUS-AMOUNT-LABEL.
           MOVE WS-BRK-COMM-TAKEN(WS-BRK-IDX) TO WS-SUS-AMOUNT.
           MOVE WS-SUS-AMOUNT-LINE TO SUS-OUT-RCD.
           WRITE SUS-OUT-RCD.
           MOVE "Lines in suspense : " TO WS-SUS-COUNT-LABEL.
           MOVE WS-BRK-SUS-CNT(WS-BRK-IDX) TO WS-SUS-COUNT.
           MOVE WS-SUS-COUNT-LINE TO SUS-OUT-RCD.
           WRITE SUS-OUT-RCD.
           MOVE "Gross in suspense : " TO WS-SUS-AMOUNT-LABEL.
           MOVE WS-BRK-SUS-GROSS(WS-BRK-IDX) TO WS-SUS-AMOUNT.
           MOVE WS-SUS-AMOUNT-LINE TO SUS-OUT-RCD.
           WRITE SUS-OUT-RCD.
           MOVE SPACE TO SUS-OUT-RCD.
           WRITE SUS-OUT-RCD.

           IF WS-BRK-SUS-CNT(WS-BRK-IDX) EQUAL 0 THEN
               MOVE "No line in suspense." TO SUS-OUT-RCD
               WRITE SUS-OUT-RCD
           ELSE
               MOVE WS-SUS-HEADER-LINE TO SUS-OUT-RCD
               WRITE SUS-OUT-RCD
               PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                       UNTIL WS-SUS-IDX > WS-SUS-TBL-SIZE
                   IF WS-SUS-BRK-IDX(WS-SUS-IDX) EQUAL WS-BRK-IDX
                   THEN
                       PERFORM 0420-ONE-SUSPENSE-BEGIN
                          THRU 0420-ONE-SUSPENSE-END
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE SUSPENSE-OUTPUT.
           ADD 1 TO WS-REPORTS-WRITTEN.
       0410-ONE-REPORT-END.

       0420-ONE-SUSPENSE-BEGIN.
           MOVE WS-SUS-LINE-NO(WS-SUS-IDX) TO WS-SUS-DTL-LINE.
           MOVE WS-SUS-CODE(WS-SUS-IDX) TO WS-SUS-DTL-CODE.
           MOVE WS-SUS-PERIOD(WS-SUS-IDX) TO WS-SUS-DTL-PERIOD.
           MOVE WS-SUS-GROSS(WS-SUS-IDX) TO WS-SUS-DTL-GROSS.
           MOVE WS-SUS-COMM(WS-SUS-IDX) TO WS-SUS-DTL-COMM.
           MOVE WS-SUS-REASON(WS-SUS-IDX) TO WS-SUS-DTL-REASON.
           MOVE WS-SUS-DETAIL-LINE TO SUS-OUT-RCD.
           WRITE SUS-OUT-RCD.
           IF WS-SUS-REASON(WS-SUS-IDX) EQUAL
              "COMMISSION DIFFERS FROM RATE" THEN
               MOVE WS-SUS-EXPECTED(WS-SUS-IDX) TO WS-SUS-EXP-COMM
               MOVE WS-SUS-EXPECT-LINE TO SUS-OUT-RCD
               WRITE SUS-OUT-RCD
           END-IF.
       0420-ONE-SUSPENSE-END.

       0900-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "BRKREMIT" TO EOD-PROGRAM.
           MOVE WS-LINE-NO TO EOD-RECORDS-PROC.
           MOVE WS-SUS-TBL-SIZE TO EOD-EXCEPTIONS.
           COMPUTE EOD-FILES-WRITTEN = WS-REPORTS-WRITTEN + 1.
           MOVE WS-TOT-POSTED TO EOD-KEY-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE WS-OPERATOR-ID TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0900-EOD-LOG-END.
