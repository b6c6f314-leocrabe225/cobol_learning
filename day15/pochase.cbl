               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-F-STATUS.

      * Stock sent back by suprtn.cbl : the quantity returned counts
      * against the supplier on the scorecard.
           SELECT SUPPLIER-RETURNS-INPUT
               ASSIGN TO "data/supplier-returns.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-F-STATUS.

      * POs past their expected date and still open, then the
      * scorecard per supplier : actual lead time against the
      * promised SUP-LEAD-DAYS and the short-shipment rate, so
           05 REG-RECEIVED         PIC 9(03).
           05 FILLER               PIC X(01).
           05 REG-ACTUAL-DATE      PIC 9(08).
      * Unit price quoted when the line was ordered; zero when there
      * was no quote.
           05 FILLER               PIC X(01).
           05 REG-QUOTED-PRICE     PIC 9(04)V99.

       FD SUPPLIER-INPUT.
       COPY suprcd.

       FD SUPPLIER-RETURNS-INPUT.
       COPY srtrcd.

       FD CHASE-REPORT-OUTPUT.
       01 RPT-OUT-RCD               PIC X(80).

           88 WS-F-STATUS-EOF                   VALUE "10".
       01 WS-SUP-F-STATUS             PIC X(02).
           88 WS-SUP-F-STATUS-OK                VALUE "00".
       01 WS-SRT-F-STATUS             PIC X(02).
           88 WS-SRT-F-STATUS-OK                VALUE "00".

       77 WS-IDX                      PIC 9(02).
       77 WS-RUN-DATE                 PIC 9(08).

      * Per-supplier scorecard accumulators : lead days over the
      * lines that actually received something, and how many of
      * those closed short or sit part-filled, and the quantity
      * received against the quantity sent back as damaged or wrong.
       77 WS-SCORE-TBL-SIZE           PIC 9(02) VALUE 0.
       01 WS-SCORE-TBL.
           05 WS-SCORE OCCURS 20 TIMES.
               10 WS-SCORE-LEAD-CNT   PIC 9(04).
               10 WS-SCORE-SHORT-CNT  PIC 9(04).
               10 WS-SCORE-RCV-CNT    PIC 9(04).
               10 WS-SCORE-RCV-QTY    PIC 9(06).
               10 WS-SCORE-RTN-QTY    PIC 9(06).
       77 WS-SCORE-FOUND-IDX          PIC 9(02).
       77 WS-LEAD-DAYS                PIC S9(05) COMP-5.
       77 WS-AVG-LEAD                 PIC S9(04)V9 COMP-5.
       77 WS-SHORT-RATE               PIC 9(03)V99.
       77 WS-RTN-RATE                 PIC 9(03)V99.
       77 WS-RTN-ROWS                 PIC 9(04) VALUE 0.

       01 WS-RPT-LATE-LINE.
           05 FILLER                  PIC X(03) VALUE "PO ".
           05 WS-RPT-SC-PROMISED      PIC ZZ9.
           05 FILLER                  PIC X(15) VALUE " short-ship % :".
           05 WS-RPT-SC-SHORT         PIC ZZ9.99.
           05 FILLER                  PIC X(06) VALUE " rtn :".
           05 WS-RPT-SC-RTN-QTY       PIC ZZZ9.
           05 FILLER                  PIC X(02) VALUE " =".
           05 WS-RPT-SC-RTN           PIC ZZ9.99.
           05 FILLER                  PIC X(01) VALUE "%".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           PERFORM 0200-WALK-REGISTER-BEGIN
              THRU 0200-WALK-REGISTER-END.
           PERFORM 0350-COUNT-RETURNS-BEGIN
              THRU 0350-COUNT-RETURNS-END.

           IF WS-LATE-CNT EQUAL 0 THEN
               MOVE "Nothing is late." TO RPT-OUT-RCD
           CLOSE CHASE-REPORT-OUTPUT.

           DISPLAY WS-ROWS-READ " register line(s) read, "
               WS-LATE-CNT " late, " WS-RTN-ROWS " supplier return(s), "
               "report in output/po-chase.txt.".
           GOBACK.

      * The supplier master seeds the scorecard with the promised
                               WS-SCORE-SHORT-CNT(WS-SCORE-TBL-SIZE)
                           MOVE 0 TO
                               WS-SCORE-RCV-CNT(WS-SCORE-TBL-SIZE)
                           MOVE 0 TO
                               WS-SCORE-RCV-QTY(WS-SCORE-TBL-SIZE)
                           MOVE 0 TO
                               WS-SCORE-RTN-QTY(WS-SCORE-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
               MOVE 0 TO WS-SCORE-LEAD-CNT(WS-SCORE-FOUND-IDX)
               MOVE 0 TO WS-SCORE-SHORT-CNT(WS-SCORE-FOUND-IDX)
               MOVE 0 TO WS-SCORE-RCV-CNT(WS-SCORE-FOUND-IDX)
               MOVE 0 TO WS-SCORE-RCV-QTY(WS-SCORE-FOUND-IDX)
               MOVE 0 TO WS-SCORE-RTN-QTY(WS-SCORE-FOUND-IDX)
           END-IF.
           IF WS-SCORE-FOUND-IDX EQUAL 0 THEN
               GO TO 0300-ONE-LINE-END
               TO WS-SCORE-LEAD-SUM(WS-SCORE-FOUND-IDX).
           ADD 1 TO WS-SCORE-LEAD-CNT(WS-SCORE-FOUND-IDX).
           ADD 1 TO WS-SCORE-RCV-CNT(WS-SCORE-FOUND-IDX).
           ADD REG-RECEIVED TO WS-SCORE-RCV-QTY(WS-SCORE-FOUND-IDX).
           IF REG-RECEIVED < REG-QTY THEN
               ADD 1 TO WS-SCORE-SHORT-CNT(WS-SCORE-FOUND-IDX)
           END-IF.
       0300-ONE-LINE-END.

      * Returns count against whoever the PO line was placed with; a
      * supplier with no received line on the register has nothing
      * to score them against and is left out.
       0350-COUNT-RETURNS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SUPPLIER-RETURNS-INPUT.
           IF NOT WS-SRT-F-STATUS-OK THEN
               GO TO 0350-COUNT-RETURNS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ SUPPLIER-RETURNS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RTN-ROWS
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-SCORE-TBL-SIZE
                           IF WS-SCORE-SUPPLIER(WS-IDX) EQUAL
                              SRT-SUP-CODE THEN
                               ADD SRT-QTY
                                   TO WS-SCORE-RTN-QTY(WS-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE SUPPLIER-RETURNS-INPUT.
       0350-COUNT-RETURNS-END.

       0400-WRITE-SCORECARD-BEGIN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SCORE-TBL-SIZE
                       WS-SCORE-SHORT-CNT(WS-IDX) * 100
                       / WS-SCORE-RCV-CNT(WS-IDX)
                   MOVE WS-SHORT-RATE TO WS-RPT-SC-SHORT
                   MOVE WS-SCORE-RTN-QTY(WS-IDX) TO WS-RPT-SC-RTN-QTY
                   MOVE 0 TO WS-RTN-RATE
                   IF WS-SCORE-RCV-QTY(WS-IDX) > 0 THEN
                       COMPUTE WS-RTN-RATE ROUNDED =
                           WS-SCORE-RTN-QTY(WS-IDX) * 100
                           / WS-SCORE-RCV-QTY(WS-IDX)
                   END-IF
                   MOVE WS-RTN-RATE TO WS-RPT-SC-RTN
                   MOVE WS-RPT-SCORE-LINE TO RPT-OUT-RCD
                   WRITE RPT-OUT-RCD
               END-IF
