       IDENTIFICATION DIVISION.
       PROGRAM-ID. supmatch.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * What was ordered : one row per PO line, with what goodsrcv
      * has counted in against it so far.
           SELECT PO-REGISTER-INPUT
               ASSIGN TO "data/po-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POR-STATUS.

      * What it actually cost : the unit cost goodsrcv puts on its
      * "R" rows, the supplier code in the reference.
           SELECT MOVEMENTS-INPUT
               ASSIGN TO "data/mouvements-stock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

      * What was billed : headers rewritten with their match status,
      * lines only read.
           SELECT SUPINV-FILE
               ASSIGN TO "data/factures-fourn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIN-STATUS.

           SELECT SUPINV-LINES-FILE
               ASSIGN TO "data/lignes-fourn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIL-STATUS.

           SELECT DISCREPANCY-OUTPUT
               ASSIGN TO "output/supinv-discrepancies.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSC-STATUS.

           SELECT EOD-LOG-OUTPUT
               ASSIGN TO "output/eod-summary.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PO-REGISTER-INPUT.
       01 REG-RCD.
           05 REG-PO-NO            PIC 9(05).
           05 FILLER               PIC X(01).
           05 REG-SUPPLIER         PIC X(06).
           05 FILLER               PIC X(01).
           05 REG-ITEM-NAME        PIC X(10).
           05 FILLER               PIC X(01).
           05 REG-QTY              PIC 9(03).
           05 FILLER               PIC X(01).
           05 REG-DATE             PIC 9(08).
           05 FILLER               PIC X(01).
           05 REG-EXPECTED         PIC 9(08).
           05 FILLER               PIC X(01).
           05 REG-STATUS           PIC X(07).
           05 FILLER               PIC X(01).
           05 REG-RECEIVED         PIC 9(03).
           05 FILLER               PIC X(01).
           05 REG-ACTUAL-DATE      PIC 9(08).
      * Unit price quoted when the line was ordered; zero when there
      * was no quote.
           05 FILLER               PIC X(01).
           05 REG-QUOTED-PRICE     PIC 9(04)V99.

       FD MOVEMENTS-INPUT.
       COPY mvtrcd REPLACING ==:TAG:== BY ==MVT==.

       FD SUPINV-FILE.
       COPY sinvrcd.

       FD SUPINV-LINES-FILE.
       COPY silnrcd.

       FD DISCREPANCY-OUTPUT.
       01 DSC-OUT-RCD              PIC X(132).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-POR-STATUS               PIC X(02).
           88 WS-POR-STATUS-OK                  VALUE "00".
       01 WS-MVT-STATUS               PIC X(02).
           88 WS-MVT-STATUS-OK                  VALUE "00".
       01 WS-SIN-STATUS               PIC X(02).
           88 WS-SIN-STATUS-OK                  VALUE "00".
       01 WS-SIL-STATUS               PIC X(02).
           88 WS-SIL-STATUS-OK                  VALUE "00".
       01 WS-DSC-STATUS               PIC X(02).
           88 WS-DSC-STATUS-OK                  VALUE "00".
       01 WS-EOD-STATUS               PIC X(02).
           88 WS-EOD-STATUS-OK                  VALUE "00".

       77 WS-IDX                      PIC 9(04).
       77 WS-IDX-2                    PIC 9(04).

      * Tolerances the match allows before it holds an invoice : a
      * price a few percent over the receipt cost (rounding, carriage
      * spread over the lines) and a quantity a few units over what
      * was counted in.
       77 WS-PRICE-TOL-PCT            PIC 9(03) VALUE 2.
       77 WS-QTY-TOL                  PIC 9(03) VALUE 0.
       01 WS-PARAM-KEY                PIC X(20).
       01 WS-PARAM-VALUE              PIC X(20).
       01 WS-PARAM-FOUND              PIC 9(01).
           88 WS-PARAM-FOUND-TRUE               VALUE 1.
           88 WS-PARAM-FOUND-FALSE              VALUE 0.

      * PO lines, with the quantity already billed on approved
      * invoices, so the same receipt cannot be paid twice.
       77 WS-POL-TBL-SIZE             PIC 9(04) VALUE 0.
       01 WS-POL-TBL.
           05 WS-POL OCCURS 2000 TIMES.
               10 WS-POL-PO-NO        PIC 9(05).
               10 WS-POL-SUPPLIER     PIC X(06).
               10 WS-POL-ITEM         PIC X(10).
               10 WS-POL-QTY          PIC 9(03).
               10 WS-POL-RECEIVED     PIC 9(03).
               10 WS-POL-BILLED       PIC 9(05).
       77 WS-POL-FOUND-IDX            PIC 9(04).

      * Latest receipt cost per supplier and item : the file is in
      * date order, so the last row read wins.
       77 WS-CST-TBL-SIZE             PIC 9(04) VALUE 0.
       01 WS-CST-TBL.
           05 WS-CST OCCURS 1000 TIMES.
               10 WS-CST-SUPPLIER     PIC X(06).
               10 WS-CST-ITEM         PIC X(10).
               10 WS-CST-COST         PIC 9(04)V99.
       77 WS-CST-FOUND-IDX            PIC 9(04).

       77 WS-SIN-TBL-SIZE             PIC 9(04) VALUE 0.
       77 WS-SIN-TBL-MAX              PIC 9(04) VALUE 1000.
       01 WS-SIN-TBL.
           05 WS-SIN-IMAGE            PIC X(88) OCCURS 1000 TIMES.

       77 WS-SIL-TBL-SIZE             PIC 9(05) VALUE 0.
       01 WS-SIL-TBL.
           05 WS-SIL OCCURS 5000 TIMES.
               10 WS-SIL-INV-NO       PIC 9(05).
               10 WS-SIL-PO-NO        PIC 9(05).
               10 WS-SIL-ITEM         PIC X(10).
               10 WS-SIL-QTY          PIC 9(03).
               10 WS-SIL-PRICE        PIC 9(04)V99.
       77 WS-SIL-IDX                  PIC 9(05).

      * Per invoice : how many lines it has and how many failed.
       77 WS-INV-LINE-CNT             PIC 9(03).
       77 WS-INV-FAIL-CNT             PIC 9(03).
       77 WS-OPEN-TO-BILL             PIC S9(05).
       77 WS-PRICE-CEILING            PIC 9(06)V9999.
       77 WS-REASON                   PIC X(40).

       77 WS-RUN-DATE                 PIC 9(08).
       77 WS-CHECKED-CNT              PIC 9(05) VALUE 0.
       77 WS-APPROVED-CNT             PIC 9(05) VALUE 0.
       77 WS-HELD-CNT                 PIC 9(05) VALUE 0.
       77 WS-DSC-LINE-CNT             PIC 9(05) VALUE 0.
       77 WS-APPROVED-AMT             PIC 9(09)V99 VALUE 0.
       77 WS-CHANGED                  PIC 9(01) VALUE 0.
           88 WS-CHANGED-TRUE                   VALUE 1.
           88 WS-CHANGED-FALSE                  VALUE 0.
       77 WS-OPERATOR-ID              PIC X(08).

       77 WS-LOCK-NAME                PIC X(10) VALUE "supinv".
       77 WS-LOCK-ACTION              PIC X(05).
       77 WS-LOCK-OK                  PIC 9(01).
           88 WS-LOCK-OK-TRUE                   VALUE 1.
           88 WS-LOCK-OK-FALSE                  VALUE 0.

       01 WS-DSC-TITLE.
           05 FILLER                  PIC X(32) VALUE
               "SUPPLIER INVOICE MATCH - RUN OF ".
           05 WS-TTL-DATE             PIC 9(08).

       01 WS-DSC-HEADING.
           05 FILLER                  PIC X(57) VALUE
           "INVOICE SUPPLR SUPPLIER REF  PO NO ITEM       QTY   PRICE".
           05 FILLER                  PIC X(09) VALUE "  RECEIPT".
           05 FILLER                  PIC X(09) VALUE "   REASON".

       01 WS-DSC-LINE.
           05 WS-DSC-INV-NO           PIC 9(05).
           05 FILLER                  PIC X(03) VALUE SPACE.
           05 WS-DSC-SUPPLIER         PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-DSC-SUP-REF          PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-DSC-PO-NO            PIC 9(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-DSC-ITEM             PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-DSC-QTY              PIC ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-DSC-PRICE            PIC Z,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-DSC-RECEIPT          PIC Z,ZZ9.99.
           05 FILLER                  PIC X(03) VALUE SPACE.
           05 WS-DSC-REASON           PIC X(40).

       01 WS-DSC-TRAILER-LINE.
           05 FILLER                  PIC X(20) VALUE
               "*** END OF REPORT - ".
           05 WS-TRL-APPROVED         PIC ZZZZ9.
           05 FILLER                  PIC X(11) VALUE
               " APPROVED, ".
           05 WS-TRL-HELD             PIC ZZZZ9.
           05 FILLER                  PIC X(09) VALUE " HELD ***".

       PROCEDURE DIVISION.
      * supinv holds the same lock for a whole keying session; the
      * match waits for it rather than rewrite the headers under it.
           MOVE "GET" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           IF WS-LOCK-OK-FALSE THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 0050-READ-PARAMS-BEGIN
              THRU 0050-READ-PARAMS-END.
           PERFORM 0100-LOAD-REGISTER-BEGIN
              THRU 0100-LOAD-REGISTER-END.
           PERFORM 0150-LOAD-COSTS-BEGIN
              THRU 0150-LOAD-COSTS-END.
           PERFORM 0200-LOAD-INVOICES-BEGIN
              THRU 0200-LOAD-INVOICES-END.
           PERFORM 0250-LOAD-LINES-BEGIN
              THRU 0250-LOAD-LINES-END.
           PERFORM 0300-ADD-BILLED-BEGIN
              THRU 0300-ADD-BILLED-END.

           OPEN OUTPUT DISCREPANCY-OUTPUT.
           MOVE WS-RUN-DATE TO WS-TTL-DATE.
           WRITE DSC-OUT-RCD FROM WS-DSC-TITLE.
           MOVE SPACES TO DSC-OUT-RCD.
           WRITE DSC-OUT-RCD.
           WRITE DSC-OUT-RCD FROM WS-DSC-HEADING.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SIN-TBL-SIZE
               MOVE WS-SIN-IMAGE(WS-IDX) TO SIN-RECORD
               IF SIN-STATUS-ENTERED OR SIN-STATUS-DISCREPANCY THEN
                   PERFORM 0400-MATCH-INVOICE-BEGIN
                      THRU 0400-MATCH-INVOICE-END
                   MOVE SIN-RECORD TO WS-SIN-IMAGE(WS-IDX)
                   SET WS-CHANGED-TRUE TO TRUE
               END-IF
           END-PERFORM.

           MOVE SPACES TO DSC-OUT-RCD.
           WRITE DSC-OUT-RCD.
           MOVE WS-APPROVED-CNT TO WS-TRL-APPROVED.
           MOVE WS-HELD-CNT TO WS-TRL-HELD.
           WRITE DSC-OUT-RCD FROM WS-DSC-TRAILER-LINE.
           CLOSE DISCREPANCY-OUTPUT.

           IF WS-CHANGED-TRUE THEN
               PERFORM 0600-REWRITE-INVOICES-BEGIN
                  THRU 0600-REWRITE-INVOICES-END
           END-IF.
           PERFORM 0700-WRITE-EOD-LOG-BEGIN
              THRU 0700-WRITE-EOD-LOG-END.

           DISPLAY WS-CHECKED-CNT " invoice(s) matched : "
               WS-APPROVED-CNT " approved, " WS-HELD-CNT " held.".
           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           IF WS-HELD-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-HELD-CNT " invoice(s) "
                   "held - see output/supinv-discrepancies.txt."
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0050-READ-PARAMS-BEGIN.
           MOVE "MATCH-PRICE-TOL-PCT" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                   TO WS-PRICE-TOL-PCT
           END-IF.
           MOVE "MATCH-QTY-TOL" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-QTY-TOL
           END-IF.
       0050-READ-PARAMS-END.

       0100-LOAD-REGISTER-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PO-REGISTER-INPUT.
           IF NOT WS-POR-STATUS-OK THEN
               DISPLAY "No data/po-register.txt - every billed line "
                   "will be held."
               GO TO 0100-LOAD-REGISTER-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ PO-REGISTER-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-POL-TBL-SIZE < 2000 THEN
                           ADD 1 TO WS-POL-TBL-SIZE
                           MOVE REG-PO-NO
                               TO WS-POL-PO-NO(WS-POL-TBL-SIZE)
                           MOVE REG-SUPPLIER
                               TO WS-POL-SUPPLIER(WS-POL-TBL-SIZE)
                           MOVE REG-ITEM-NAME
                               TO WS-POL-ITEM(WS-POL-TBL-SIZE)
                           MOVE REG-QTY
                               TO WS-POL-QTY(WS-POL-TBL-SIZE)
                           IF REG-RECEIVED IS NUMERIC THEN
                               MOVE REG-RECEIVED
                                 TO WS-POL-RECEIVED(WS-POL-TBL-SIZE)
                           ELSE
                               MOVE 0
                                 TO WS-POL-RECEIVED(WS-POL-TBL-SIZE)
                           END-IF
                           MOVE 0 TO WS-POL-BILLED(WS-POL-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PO-REGISTER-INPUT.
       0100-LOAD-REGISTER-END.

      * Receipt rows from before the cost column carry spaces there
      * and are passed over : they prove a delivery, not a price.
       0150-LOAD-COSTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT MOVEMENTS-INPUT.
           IF NOT WS-MVT-STATUS-OK THEN
               GO TO 0150-LOAD-COSTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ MOVEMENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF MVT-TYPE EQUAL "R" AND
                          MVT-UNIT-COST IS NUMERIC THEN
                           PERFORM 0160-KEEP-COST-BEGIN
                              THRU 0160-KEEP-COST-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MOVEMENTS-INPUT.
       0150-LOAD-COSTS-END.

       0160-KEEP-COST-BEGIN.
           MOVE 0 TO WS-CST-FOUND-IDX.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-CST-TBL-SIZE
               IF WS-CST-SUPPLIER(WS-IDX-2) EQUAL MVT-REF(1:6) AND
                  WS-CST-ITEM(WS-IDX-2) EQUAL MVT-ITEM-NAME THEN
                   MOVE WS-IDX-2 TO WS-CST-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-CST-FOUND-IDX EQUAL 0 THEN
               IF WS-CST-TBL-SIZE >= 1000 THEN
                   GO TO 0160-KEEP-COST-END
               END-IF
               ADD 1 TO WS-CST-TBL-SIZE
               MOVE WS-CST-TBL-SIZE TO WS-CST-FOUND-IDX
               MOVE MVT-REF(1:6) TO WS-CST-SUPPLIER(WS-CST-FOUND-IDX)
               MOVE MVT-ITEM-NAME TO WS-CST-ITEM(WS-CST-FOUND-IDX)
           END-IF.
           MOVE MVT-UNIT-COST TO WS-CST-COST(WS-CST-FOUND-IDX).
       0160-KEEP-COST-END.

       0200-LOAD-INVOICES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SUPINV-FILE.
           IF NOT WS-SIN-STATUS-OK THEN
               DISPLAY "No data/factures-fourn.txt - nothing to "
                   "match."
               GO TO 0200-LOAD-INVOICES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ SUPINV-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-SIN-TBL-SIZE < WS-SIN-TBL-MAX THEN
                           ADD 1 TO WS-SIN-TBL-SIZE
                           MOVE SIN-RECORD
                               TO WS-SIN-IMAGE(WS-SIN-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPINV-FILE.
       0200-LOAD-INVOICES-END.

       0250-LOAD-LINES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SUPINV-LINES-FILE.
           IF NOT WS-SIL-STATUS-OK THEN
               GO TO 0250-LOAD-LINES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ SUPINV-LINES-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-SIL-TBL-SIZE < 5000 THEN
                           ADD 1 TO WS-SIL-TBL-SIZE
                           MOVE SIL-INV-NO
                               TO WS-SIL-INV-NO(WS-SIL-TBL-SIZE)
                           MOVE SIL-PO-NO
                               TO WS-SIL-PO-NO(WS-SIL-TBL-SIZE)
                           MOVE SIL-ITEM-NAME
                               TO WS-SIL-ITEM(WS-SIL-TBL-SIZE)
                           MOVE SIL-QTY
                               TO WS-SIL-QTY(WS-SIL-TBL-SIZE)
                           MOVE SIL-UNIT-PRICE
                               TO WS-SIL-PRICE(WS-SIL-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPINV-LINES-FILE.
       0250-LOAD-LINES-END.

      * Whatever earlier runs already approved counts against the
      * receipt : only the balance is still open to bill.
       0300-ADD-BILLED-BEGIN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SIN-TBL-SIZE
               MOVE WS-SIN-IMAGE(WS-IDX) TO SIN-RECORD
               IF NOT SIN-STATUS-ENTERED AND
                  NOT SIN-STATUS-DISCREPANCY AND
                  NOT SIN-STATUS-CANCELLED THEN
                   PERFORM VARYING WS-SIL-IDX FROM 1 BY 1
                           UNTIL WS-SIL-IDX > WS-SIL-TBL-SIZE
                       IF WS-SIL-INV-NO(WS-SIL-IDX) EQUAL SIN-NO THEN
                           PERFORM 0320-FIND-PO-LINE-BEGIN
                              THRU 0320-FIND-PO-LINE-END
                           IF WS-POL-FOUND-IDX > 0 THEN
                               ADD WS-SIL-QTY(WS-SIL-IDX)
                                 TO WS-POL-BILLED(WS-POL-FOUND-IDX)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       0300-ADD-BILLED-END.

       0320-FIND-PO-LINE-BEGIN.
           MOVE 0 TO WS-POL-FOUND-IDX.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-POL-TBL-SIZE
               IF WS-POL-PO-NO(WS-IDX-2) EQUAL
                  WS-SIL-PO-NO(WS-SIL-IDX) AND
                  WS-POL-ITEM(WS-IDX-2) EQUAL
                  WS-SIL-ITEM(WS-SIL-IDX) AND
                  WS-POL-SUPPLIER(WS-IDX-2) EQUAL SIN-SUP-CODE THEN
                   MOVE WS-IDX-2 TO WS-POL-FOUND-IDX
               END-IF
           END-PERFORM.
       0320-FIND-PO-LINE-END.

      * Every line is checked, so the report shows everything wrong
      * with an invoice at once; one failed line holds all of it.
       0400-MATCH-INVOICE-BEGIN.
           ADD 1 TO WS-CHECKED-CNT.
           MOVE 0 TO WS-INV-LINE-CNT.
           MOVE 0 TO WS-INV-FAIL-CNT.
           PERFORM VARYING WS-SIL-IDX FROM 1 BY 1
                   UNTIL WS-SIL-IDX > WS-SIL-TBL-SIZE
               IF WS-SIL-INV-NO(WS-SIL-IDX) EQUAL SIN-NO THEN
                   ADD 1 TO WS-INV-LINE-CNT
                   PERFORM 0420-MATCH-LINE-BEGIN
                      THRU 0420-MATCH-LINE-END
               END-IF
           END-PERFORM.

           IF WS-INV-LINE-CNT EQUAL 0 THEN
               MOVE 0 TO WS-SIL-IDX
               MOVE "Invoice has no lines on file" TO WS-REASON
               PERFORM 0500-WRITE-DISCREPANCY-BEGIN
                  THRU 0500-WRITE-DISCREPANCY-END
           END-IF.

           MOVE WS-RUN-DATE TO SIN-MATCH-DATE.
           IF WS-INV-FAIL-CNT > 0 THEN
               SET SIN-STATUS-DISCREPANCY TO TRUE
               ADD 1 TO WS-HELD-CNT
               GO TO 0400-MATCH-INVOICE-END
           END-IF.

      * Approved : its quantities now count as billed, so a second
      * invoice for the same receipt later in this run is held.
           SET SIN-STATUS-APPROVED TO TRUE.
           ADD 1 TO WS-APPROVED-CNT.
           ADD SIN-AMOUNT TO WS-APPROVED-AMT.
           PERFORM VARYING WS-SIL-IDX FROM 1 BY 1
                   UNTIL WS-SIL-IDX > WS-SIL-TBL-SIZE
               IF WS-SIL-INV-NO(WS-SIL-IDX) EQUAL SIN-NO THEN
                   PERFORM 0320-FIND-PO-LINE-BEGIN
                      THRU 0320-FIND-PO-LINE-END
                   ADD WS-SIL-QTY(WS-SIL-IDX)
                     TO WS-POL-BILLED(WS-POL-FOUND-IDX)
               END-IF
           END-PERFORM.
       0400-MATCH-INVOICE-END.

       0420-MATCH-LINE-BEGIN.
           MOVE 0 TO WS-CST-FOUND-IDX.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-CST-TBL-SIZE
               IF WS-CST-SUPPLIER(WS-IDX-2) EQUAL SIN-SUP-CODE AND
                  WS-CST-ITEM(WS-IDX-2) EQUAL
                  WS-SIL-ITEM(WS-SIL-IDX) THEN
                   MOVE WS-IDX-2 TO WS-CST-FOUND-IDX
               END-IF
           END-PERFORM.
           PERFORM 0320-FIND-PO-LINE-BEGIN
              THRU 0320-FIND-PO-LINE-END.
           IF WS-POL-FOUND-IDX EQUAL 0 THEN
               MOVE "No such line on the purchase order"
                   TO WS-REASON
               PERFORM 0500-WRITE-DISCREPANCY-BEGIN
                  THRU 0500-WRITE-DISCREPANCY-END
               GO TO 0420-MATCH-LINE-END
           END-IF.

           IF WS-SIL-QTY(WS-SIL-IDX) + WS-POL-BILLED(WS-POL-FOUND-IDX)
              > WS-POL-QTY(WS-POL-FOUND-IDX) + WS-QTY-TOL THEN
               MOVE "Billed more than was ordered" TO WS-REASON
               PERFORM 0500-WRITE-DISCREPANCY-BEGIN
                  THRU 0500-WRITE-DISCREPANCY-END
           END-IF.

           COMPUTE WS-OPEN-TO-BILL = WS-POL-RECEIVED(WS-POL-FOUND-IDX)
               - WS-POL-BILLED(WS-POL-FOUND-IDX) + WS-QTY-TOL.
           IF WS-SIL-QTY(WS-SIL-IDX) > WS-OPEN-TO-BILL THEN
               MOVE "Billed more than was received" TO WS-REASON
               PERFORM 0500-WRITE-DISCREPANCY-BEGIN
                  THRU 0500-WRITE-DISCREPANCY-END
           END-IF.

           IF WS-CST-FOUND-IDX EQUAL 0 THEN
               MOVE "No receipt cost on file to check the price"
                   TO WS-REASON
               PERFORM 0500-WRITE-DISCREPANCY-BEGIN
                  THRU 0500-WRITE-DISCREPANCY-END
               GO TO 0420-MATCH-LINE-END
           END-IF.
           COMPUTE WS-PRICE-CEILING = WS-CST-COST(WS-CST-FOUND-IDX)
               * (100 + WS-PRICE-TOL-PCT) / 100.
           IF WS-SIL-PRICE(WS-SIL-IDX) > WS-PRICE-CEILING THEN
               MOVE "Price above the receipt cost" TO WS-REASON
               PERFORM 0500-WRITE-DISCREPANCY-BEGIN
                  THRU 0500-WRITE-DISCREPANCY-END
           END-IF.
       0420-MATCH-LINE-END.

      * WS-SIL-IDX of zero is a fault on the invoice as a whole.
       0500-WRITE-DISCREPANCY-BEGIN.
           ADD 1 TO WS-INV-FAIL-CNT.
           ADD 1 TO WS-DSC-LINE-CNT.
           MOVE SIN-NO TO WS-DSC-INV-NO.
           MOVE SIN-SUP-CODE TO WS-DSC-SUPPLIER.
           MOVE SIN-SUP-REF TO WS-DSC-SUP-REF.
           MOVE WS-REASON TO WS-DSC-REASON.
           MOVE 0 TO WS-DSC-RECEIPT.
           IF WS-SIL-IDX EQUAL 0 THEN
               MOVE 0 TO WS-DSC-PO-NO
               MOVE SPACES TO WS-DSC-ITEM
               MOVE 0 TO WS-DSC-QTY
               MOVE 0 TO WS-DSC-PRICE
           ELSE
               MOVE WS-SIL-PO-NO(WS-SIL-IDX) TO WS-DSC-PO-NO
               MOVE WS-SIL-ITEM(WS-SIL-IDX) TO WS-DSC-ITEM
               MOVE WS-SIL-QTY(WS-SIL-IDX) TO WS-DSC-QTY
               MOVE WS-SIL-PRICE(WS-SIL-IDX) TO WS-DSC-PRICE
               IF WS-CST-FOUND-IDX > 0 THEN
                   MOVE WS-CST-COST(WS-CST-FOUND-IDX)
                       TO WS-DSC-RECEIPT
               END-IF
           END-IF.
           WRITE DSC-OUT-RCD FROM WS-DSC-LINE.
       0500-WRITE-DISCREPANCY-END.

       0600-REWRITE-INVOICES-BEGIN.
           OPEN OUTPUT SUPINV-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SIN-TBL-SIZE
               MOVE WS-SIN-IMAGE(WS-IDX) TO SIN-RECORD
               WRITE SIN-RECORD
           END-PERFORM.
           CLOSE SUPINV-FILE.
       0600-REWRITE-INVOICES-END.

       0700-WRITE-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "SUPMATCH" TO EOD-PROGRAM.
           MOVE WS-CHECKED-CNT TO EOD-RECORDS-PROC.
           MOVE WS-HELD-CNT TO EOD-EXCEPTIONS.
           MOVE 1 TO EOD-FILES-WRITTEN.
           IF WS-CHANGED-TRUE THEN
               ADD 1 TO EOD-FILES-WRITTEN
           END-IF.
           MOVE WS-APPROVED-AMT TO EOD-KEY-TOTAL.
           MOVE WS-RUN-DATE TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE WS-OPERATOR-ID TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0700-WRITE-EOD-LOG-END.
