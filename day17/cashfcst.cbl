       IDENTIFICATION DIVISION.
       PROGRAM-ID. cashfcst.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Receivables : open order balances exactly as cliaging works
      * them out, orders less clean payments, credit notes netted.
           SELECT ORDERS-INPUT
               ASSIGN TO "data/num-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.

           SELECT PAYMENTS-INPUT
               ASSIGN TO "output/paiements-clean.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT DISPATCH-INPUT
               ASSIGN TO "data/expeditions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHP-STATUS.

      * The client master, for each client's payment terms.
           SELECT CLIENTS-INPUT
               ASSIGN TO "data/clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.

      * Purchases : every PO line not yet CLOSED, the quantity still
      * to come valued at the price quoted on the line, or at the
      * item's unit cost where none was quoted.
           SELECT PO-REGISTER-INPUT
               ASSIGN TO "data/po-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POR-STATUS.

           SELECT INVENTORY-INPUT
               ASSIGN TO "data/inventaire.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

      * Premiums : the billing register less the receipts premrcv
      * matched against it, as arrears reads them.
           SELECT INVOICE-REGISTER-INPUT
               ASSIGN TO "output/factures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT RECEIPTS-INPUT
               ASSIGN TO "data/encaissements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCV-STATUS.

      * Claims : the reserve on every claim still OPEN or REVISED,
      * and what is left of it on a PARTIAL one - its latest row
      * carries the reserve after the payments made.
           SELECT CLAIMS-INPUT
               ASSIGN TO "data/sinistres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLM-STATUS.

      * One forecast per Monday, kept under the date its first week
      * starts so last week's can be laid beside this one.
           SELECT FORECAST-OUTPUT
               ASSIGN TO DYNAMIC WS-FCST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EOD-LOG-OUTPUT
               ASSIGN TO "output/eod-summary.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD PAYMENTS-INPUT.
       01 PAY-IN-RECORD.
           05 PAY-IN-CLI-ID        PIC 9(04).
           05 FILLER               PIC X(01).
           05 PAY-IN-ORD-ID        PIC 9(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-AMT           PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 PAY-IN-DATE          PIC 9(08).
           05 FILLER               PIC X(01).
           05 PAY-IN-SOURCE        PIC X(01).
           05 FILLER               PIC X(01).
           05 PAY-IN-RVSL          PIC X(01).
           05 FILLER               PIC X(01).
           05 PAY-IN-REASON        PIC X(04).
           05 FILLER               PIC X(01).
           05 PAY-IN-RCPT-NO       PIC X(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-KIND          PIC X(01).

       FD DISPATCH-INPUT.
       COPY shiprcd.

       FD CLIENTS-INPUT.
       COPY climast.

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
           05 FILLER               PIC X(01).
           05 REG-QUOTED-PRICE     PIC 9(04)V99.

       FD INVENTORY-INPUT.
       01 INV-CTL-RECORD.
           05 INV-CTL-COUNT        PIC 9(04).
       COPY itemrcd.

       FD INVOICE-REGISTER-INPUT.
       01 INV-REG-RCD              PIC X(90).

       FD RECEIPTS-INPUT.
       01 RCV-RECORD.
           05 RCV-INV-NO           PIC 9(05).
           05 FILLER               PIC X(01).
           05 RCV-DATE             PIC 9(08).
           05 FILLER               PIC X(01).
           05 RCV-AMOUNT           PIC X(10).
           05 FILLER               PIC X(01).
           05 RCV-RVSL             PIC X(01).
           05 FILLER               PIC X(01).
           05 RCV-SOURCE           PIC X(02).

       FD CLAIMS-INPUT.
       01 CLM-RECORD.
           05 CLM-CODE             PIC X(09).
           05 FILLER               PIC X(01).
           05 CLM-DATE             PIC 9(08).
           05 FILLER               PIC X(01).
           05 CLM-AMOUNT           PIC 9(06).99.
           05 FILLER               PIC X(01).
           05 CLM-DESC             PIC X(40).
           05 FILLER               PIC X(01).
           05 CLM-ID               PIC 9(04).
           05 FILLER               PIC X(01).
           05 CLM-STATUS           PIC X(07).
           05 FILLER               PIC X(01).
           05 CLM-PAYMENT          PIC 9(06).99.
           05 FILLER               PIC X(01).
           05 CLM-PAID             PIC 9(06).99.

       FD FORECAST-OUTPUT.
       01 FCST-OUT-RCD             PIC X(132).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       77 WS-ORD-STATUS                         PIC X(02).
           88 WS-ORD-STATUS-OK                           VALUE "00".
       77 WS-PAY-STATUS                         PIC X(02).
           88 WS-PAY-STATUS-OK                           VALUE "00".
       77 WS-SHP-STATUS                         PIC X(02).
           88 WS-SHP-STATUS-OK                           VALUE "00".
       77 WS-CLI-STATUS                         PIC X(02).
           88 WS-CLI-STATUS-OK                           VALUE "00".
       77 WS-POR-STATUS                         PIC X(02).
           88 WS-POR-STATUS-OK                           VALUE "00".
       77 WS-INV-STATUS                         PIC X(02).
           88 WS-INV-STATUS-OK                           VALUE "00".
       77 WS-REG-STATUS                         PIC X(02).
           88 WS-REG-STATUS-OK                           VALUE "00".
       77 WS-RCV-STATUS                         PIC X(02).
           88 WS-RCV-STATUS-OK                           VALUE "00".
       77 WS-CLM-STATUS                         PIC X(02).
           88 WS-CLM-STATUS-OK                           VALUE "00".
       77 WS-EOD-STATUS                         PIC X(02).
           88 WS-EOD-STATUS-OK                           VALUE "00".
       77 WS-EOF                                PIC X(01) VALUE "N".
           88 WS-EOF-TRUE                                 VALUE "Y".
           88 WS-EOF-FALSE                                VALUE "N".

       77 WS-IDX                                PIC 9(05).
       77 WS-FOUND-IDX                          PIC 9(05).

      * Estimated dates : an order is paid on the due date its
      * client's payment terms give from its order (or dispatch)
      * date, a premium its grace period after billing, a claim
      * reserve its settlement period after its last event, a PO
      * line on the date the supplier promised delivery.
       77 WS-GRACE-DAYS                         PIC 9(03) VALUE 30.
       77 WS-SETTLE-DAYS                        PIC 9(03) VALUE 30.
       77 WS-AGING-BASIS                        PIC X(08) VALUE
           "ORDER".
       01 WS-PARAM-KEY            PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-PARAM-FOUND          PIC 9(01).
           88 WS-PARAM-FOUND-TRUE           VALUE 1.
           88 WS-PARAM-FOUND-FALSE          VALUE 0.

      * Week 1 runs Monday to Sunday around the run date; day 1 of
      * the INTEGER-OF-DATE epoch fell on a Monday.
       77 WS-RUN-DATE                           PIC 9(08).
       77 WS-RUN-INTEGER                        PIC S9(09) COMP-5.
       77 WS-WEEK1-INTEGER                      PIC S9(09) COMP-5.
       77 WS-WEEK1-DATE                         PIC 9(08).
       77 WS-DOW-QUOTIENT                       PIC 9(09).
       77 WS-DOW-REMAINDER                      PIC 9(09).
       77 WS-DUE-DATE                           PIC 9(08).
       77 WS-DUE-INTEGER                        PIC S9(09) COMP-5.
       77 WS-DAYS-OUT                           PIC S9(09) COMP-5.
       77 WS-ROW-AMOUNT                         PIC S9(09)V99.

      * Payment terms by client ID, blank (the house terms) for a
      * client missing from the master.
       01 WS-TERMS-TBL.
           05 WS-CLI-TERMS      PIC X(04) OCCURS 9999 TIMES.
       77 WS-CLI-IDX                            PIC 9(05).
       77 WS-TRM-LABEL                          PIC X(30).
       77 WS-TRM-KNOWN                          PIC 9(01).
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

      * Category of the amount being bucketed : 1 receivables,
      * 2 premiums, 3 purchases, 4 claims.
       77 WS-CAT-IDX                            PIC 9(01).

      * Thirteen weeks and a fourteenth row for whatever falls due
      * after them.
       77 WS-WK-IDX                             PIC 9(02).
       01 WS-WEEK-TBL.
           05 WS-WK OCCURS 14 TIMES.
               10 WS-WK-START       PIC 9(08).
               10 WS-WK-CAT         PIC S9(09)V99 OCCURS 4 TIMES.
       01 WS-TOT-CAT-TBL.
           05 WS-TOT-CAT            PIC S9(09)V99 OCCURS 4 TIMES.
       77 WS-OVERDUE-IN                         PIC S9(09)V99 VALUE 0.
       77 WS-OVERDUE-OUT                        PIC S9(09)V99 VALUE 0.
       77 WS-WK-IN                              PIC S9(09)V99.
       77 WS-WK-OUT                             PIC S9(09)V99.
       77 WS-WK-NET                             PIC S9(09)V99.
       77 WS-CUMULATIVE                         PIC S9(09)V99 VALUE 0.
       77 WS-ITEMS-CNT                          PIC 9(05) VALUE 0.
       77 WS-UNVALUED-CNT                       PIC 9(05) VALUE 0.
       77 WS-BADDATE-CNT                        PIC 9(05) VALUE 0.
       77 WS-OVERFLOW-CNT                       PIC 9(05) VALUE 0.

       77 WS-ORD-TBL-SIZE                       PIC 9(05) VALUE 0.
       01 WS-ORD-TBL.
           05 WS-ORD OCCURS 99999 TIMES.
               10 WS-ORD-CLI-ID     PIC 9(04).
               10 WS-ORD-ID         PIC 9(05).
               10 WS-ORD-AMT        PIC 9(07)V99.
               10 WS-ORD-DATE       PIC 9(08).
               10 WS-ORD-PAID       PIC S9(08)V99.
               10 WS-ORD-TYPE       PIC X(01).

       77 WS-ITM-TBL-SIZE                       PIC 9(04) VALUE 0.
       01 WS-ITM-TBL.
           05 WS-ITM OCCURS 500 TIMES.
               10 WS-ITM-NAME       PIC X(10).
               10 WS-ITM-COST       PIC 9(04)V99.
       77 WS-OPEN-QTY                           PIC S9(04).

       77 WS-PRM-TBL-SIZE                       PIC 9(04) VALUE 0.
       01 WS-PRM-TBL.
           05 WS-PRM OCCURS 500 TIMES.
               10 WS-PRM-NO         PIC 9(05).
               10 WS-PRM-DATE       PIC 9(08).
               10 WS-PRM-AMOUNT     PIC 9(07)V99.
               10 WS-PRM-PAID       PIC 9(08)V99.

       77 WS-CLM-TBL-SIZE                       PIC 9(04) VALUE 0.
       01 WS-CLM-TBL.
           05 WS-CLM OCCURS 500 TIMES.
               10 WS-CLM-ID         PIC 9(04).
               10 WS-CLM-DATE       PIC 9(08).
               10 WS-CLM-STATE      PIC X(07).
               10 WS-CLM-AMOUNT     PIC 9(06)V99.
               10 WS-CLM-PAID       PIC 9(06)V99.

       77 WS-FCST-FILENAME                      PIC X(40).
       77 WS-OPERATOR-ID                        PIC X(08).

       01 WS-FC-TITLE-LINE.
           05 FILLER                PIC X(37) VALUE
               "*** THIRTEEN-WEEK CASH FORECAST FROM ".
           05 WS-FC-TITLE-DATE      PIC 9(08).
           05 FILLER                PIC X(12) VALUE " - RUN DATE ".
           05 WS-FC-TITLE-RUN       PIC 9(08).
           05 FILLER                PIC X(04) VALUE " ***".

       01 WS-FC-HEADING-LINE.
           05 FILLER                PIC X(12) VALUE "Wk  Starting".
           05 FILLER                PIC X(15) VALUE "    Receivables".
           05 FILLER                PIC X(15) VALUE "       Premiums".
           05 FILLER                PIC X(15) VALUE "   Total inflow".
           05 FILLER                PIC X(15) VALUE "      Purchases".
           05 FILLER                PIC X(15) VALUE "         Claims".
           05 FILLER                PIC X(15) VALUE "  Total outflow".
           05 FILLER                PIC X(15) VALUE "            Net".
           05 FILLER                PIC X(15) VALUE "     Cumulative".

       01 WS-FC-DETAIL-LINE.
           05 WS-FC-WEEK            PIC Z9.
           05 FILLER                PIC X(02) VALUE SPACE.
           05 WS-FC-START           PIC X(08).
           05 WS-FC-AMT             PIC ---,---,--9.99
                                    OCCURS 8 TIMES.

       01 WS-FC-NOTE-LINE.
           05 WS-FC-NOTE-LABEL      PIC X(14).
           05 WS-FC-NOTE-SOURCE     PIC X(58).
           05 FILLER                PIC X(05) VALUE " due ".
           05 WS-FC-NOTE-BASIS      PIC X(40).

       01 WS-FC-DAYS-EDIT           PIC ZZ9.
       01 WS-FC-MONEY-EDIT          PIC ---,---,--9.99.

       01 WS-FC-TRAILER-LINE.
           05 FILLER                PIC X(20) VALUE
               "*** END OF REPORT - ".
           05 WS-TRL-ITEMS          PIC ZZZZ9.
           05 FILLER                PIC X(14) VALUE " ITEMS - NET ".
           05 WS-TRL-NET            PIC ---,---,--9.99.
           05 FILLER                PIC X(04) VALUE " ***".

       PROCEDURE DIVISION.
           PERFORM 0050-SET-WEEKS-BEGIN
              THRU 0050-SET-WEEKS-END.
           PERFORM 0060-READ-PARAMS-BEGIN
              THRU 0060-READ-PARAMS-END.

           PERFORM 0100-LOAD-ORDERS-BEGIN
              THRU 0100-LOAD-ORDERS-END.
           PERFORM 0120-DISPATCH-DATES-BEGIN
              THRU 0120-DISPATCH-DATES-END.
           PERFORM 0140-MATCH-PAYMENTS-BEGIN
              THRU 0140-MATCH-PAYMENTS-END.
           PERFORM 0150-LOAD-TERMS-BEGIN
              THRU 0150-LOAD-TERMS-END.
           PERFORM 0160-BUCKET-ORDERS-BEGIN
              THRU 0160-BUCKET-ORDERS-END.

           PERFORM 0200-LOAD-PREMIUMS-BEGIN
              THRU 0200-LOAD-PREMIUMS-END.
           PERFORM 0220-MATCH-RECEIPTS-BEGIN
              THRU 0220-MATCH-RECEIPTS-END.
           PERFORM 0240-BUCKET-PREMIUMS-BEGIN
              THRU 0240-BUCKET-PREMIUMS-END.

           PERFORM 0300-LOAD-COSTS-BEGIN
              THRU 0300-LOAD-COSTS-END.
           PERFORM 0320-BUCKET-PURCHASES-BEGIN
              THRU 0320-BUCKET-PURCHASES-END.

           PERFORM 0400-LOAD-CLAIMS-BEGIN
              THRU 0400-LOAD-CLAIMS-END.
           PERFORM 0440-BUCKET-CLAIMS-BEGIN
              THRU 0440-BUCKET-CLAIMS-END.

           PERFORM 0600-WRITE-FORECAST-BEGIN
              THRU 0600-WRITE-FORECAST-END.
           PERFORM 0700-WRITE-EOD-LOG-BEGIN
              THRU 0700-WRITE-EOD-LOG-END.

           IF WS-UNVALUED-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-UNVALUED-CNT
                   " open PO line(s) have no price or unit cost and "
                   "are forecast at zero."
           END-IF.
           IF WS-BADDATE-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-BADDATE-CNT
                   " item(s) carry no usable date and were put in "
                   "week 1."
           END-IF.
           IF WS-OVERFLOW-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-OVERFLOW-CNT
                   " row(s) did not fit the work tables and are "
                   "missing from the forecast."
           END-IF.
           DISPLAY "Cash forecast written to "
               FUNCTION TRIM(WS-FCST-FILENAME) ".".

      * Exit status for the scheduler : 0 clean, 4 when part of the
      * forecast is estimated at zero, undated or dropped.
           IF WS-UNVALUED-CNT > 0 OR WS-BADDATE-CNT > 0 OR
              WS-OVERFLOW-CNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0050-SET-WEEKS-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           DIVIDE WS-RUN-INTEGER BY 7
               GIVING WS-DOW-QUOTIENT
               REMAINDER WS-DOW-REMAINDER.
           IF WS-DOW-REMAINDER EQUAL 0 THEN
               MOVE 7 TO WS-DOW-REMAINDER
           END-IF.
           COMPUTE WS-WEEK1-INTEGER =
               WS-RUN-INTEGER - WS-DOW-REMAINDER + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-WEEK1-INTEGER)
               TO WS-WEEK1-DATE.
           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                   UNTIL WS-WK-IDX > 14
               COMPUTE WS-DUE-INTEGER =
                   WS-WEEK1-INTEGER + (WS-WK-IDX - 1) * 7
               MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
                   TO WS-WK-START(WS-WK-IDX)
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > 4
                   MOVE 0 TO WS-WK-CAT(WS-WK-IDX, WS-CAT-IDX)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 4
               MOVE 0 TO WS-TOT-CAT(WS-CAT-IDX)
           END-PERFORM.
       0050-SET-WEEKS-END.

       0060-READ-PARAMS-BEGIN.
           MOVE "PREMIUM-GRACE-DAYS" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                   TO WS-GRACE-DAYS
           END-IF.
           MOVE "CLAIM-SETTLE-DAYS" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                   TO WS-SETTLE-DAYS
           END-IF.
           MOVE "AGING-BASIS" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE WS-PARAM-VALUE TO WS-AGING-BASIS
           END-IF.
       0060-READ-PARAMS-END.

      * Drops WS-ROW-AMOUNT of category WS-CAT-IDX into the week
      * WS-DUE-DATE falls in. Anything already past due is expected
      * in week 1 and counted as overdue as well.
       0080-BUCKET-AMOUNT-BEGIN.
           ADD 1 TO WS-ITEMS-CNT.
           CALL "datechk" USING WS-DUE-DATE WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK THEN
               ADD 1 TO WS-BADDATE-CNT
               MOVE WS-RUN-INTEGER TO WS-DUE-INTEGER
           ELSE
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
           END-IF.
           IF WS-DUE-INTEGER < WS-RUN-INTEGER THEN
               IF WS-CAT-IDX < 3 THEN
                   ADD WS-ROW-AMOUNT TO WS-OVERDUE-IN
               ELSE
                   ADD WS-ROW-AMOUNT TO WS-OVERDUE-OUT
               END-IF
           END-IF.
           COMPUTE WS-DAYS-OUT = WS-DUE-INTEGER - WS-WEEK1-INTEGER.
           IF WS-DAYS-OUT < 0 THEN
               MOVE 1 TO WS-WK-IDX
           ELSE
               COMPUTE WS-WK-IDX = WS-DAYS-OUT / 7 + 1
                   ON SIZE ERROR
                       MOVE 14 TO WS-WK-IDX
               END-COMPUTE
               IF WS-WK-IDX > 14 THEN
                   MOVE 14 TO WS-WK-IDX
               END-IF
           END-IF.
           ADD WS-ROW-AMOUNT TO WS-WK-CAT(WS-WK-IDX, WS-CAT-IDX).
           ADD WS-ROW-AMOUNT TO WS-TOT-CAT(WS-CAT-IDX).
       0080-BUCKET-AMOUNT-END.

       0100-LOAD-ORDERS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDERS-INPUT.
           IF NOT WS-ORD-STATUS-OK THEN
               DISPLAY "No data/num-commandes.txt - no receivables "
                   "in the forecast."
               GO TO 0100-LOAD-ORDERS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ ORDERS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-ORD-TBL-SIZE < 99999 THEN
                           ADD 1 TO WS-ORD-TBL-SIZE
                           MOVE ORD-IN-CLI-ID
                               TO WS-ORD-CLI-ID(WS-ORD-TBL-SIZE)
                           MOVE ORD-IN-ID
                               TO WS-ORD-ID(WS-ORD-TBL-SIZE)
                           MOVE ORD-IN-AMT
                               TO WS-ORD-AMT(WS-ORD-TBL-SIZE)
                           MOVE ORD-IN-DATE
                               TO WS-ORD-DATE(WS-ORD-TBL-SIZE)
                           MOVE 0 TO WS-ORD-PAID(WS-ORD-TBL-SIZE)
                           MOVE ORD-IN-TYPE
                               TO WS-ORD-TYPE(WS-ORD-TBL-SIZE)
                       ELSE
                           ADD 1 TO WS-OVERFLOW-CNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDERS-INPUT.
       0100-LOAD-ORDERS-END.

      * Same rule as cliaging : with AGING-BASIS set to DISPATCH the
      * terms run from the day the goods left.
       0120-DISPATCH-DATES-BEGIN.
           IF WS-AGING-BASIS NOT EQUAL "DISPATCH" THEN
               GO TO 0120-DISPATCH-DATES-END
           END-IF.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT DISPATCH-INPUT.
           IF NOT WS-SHP-STATUS-OK THEN
               GO TO 0120-DISPATCH-DATES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ DISPATCH-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-ORD-TBL-SIZE
                           IF WS-ORD-ID(WS-IDX) EQUAL SHP-ORD-ID AND
                              WS-ORD-CLI-ID(WS-IDX) EQUAL SHP-CLI-ID
                              AND WS-ORD-TYPE(WS-IDX) NOT EQUAL "C"
                              THEN
                               MOVE SHP-DATE TO WS-ORD-DATE(WS-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE DISPATCH-INPUT.
       0120-DISPATCH-DATES-END.

       0140-MATCH-PAYMENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PAYMENTS-INPUT.
           IF NOT WS-PAY-STATUS-OK THEN
               DISPLAY "No output/paiements-clean.txt - every order "
                   "is forecast as fully open."
               GO TO 0140-MATCH-PAYMENTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ PAYMENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-ORD-TBL-SIZE
                           IF WS-ORD-ID(WS-IDX) EQUAL PAY-IN-ORD-ID
                              AND WS-ORD-CLI-ID(WS-IDX) EQUAL
                              PAY-IN-CLI-ID AND
                              WS-ORD-TYPE(WS-IDX) NOT EQUAL "C" THEN
                               IF PAY-IN-RVSL EQUAL "R" THEN
                                   SUBTRACT PAY-IN-AMT
                                       FROM WS-ORD-PAID(WS-IDX)
                               ELSE
                                   ADD PAY-IN-AMT
                                       TO WS-ORD-PAID(WS-IDX)
                               END-IF
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE PAYMENTS-INPUT.
       0140-MATCH-PAYMENTS-END.

      * Terms off the client master; without one every client is on
      * the house terms.
       0150-LOAD-TERMS-BEGIN.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > 9999
               MOVE SPACE TO WS-CLI-TERMS(WS-CLI-IDX)
           END-PERFORM.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLIENTS-INPUT.
           IF NOT WS-CLI-STATUS-OK THEN
               GO TO 0150-LOAD-TERMS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLIENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF CLI-M-ID > 0 THEN
                           MOVE CLI-M-TERMS TO WS-CLI-TERMS(CLI-M-ID)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTS-INPUT.
       0150-LOAD-TERMS-END.

      * A credit note nets off what the client will send, on its own
      * date, so the receivables here add up to the aging report's
      * open total.
       0160-BUCKET-ORDERS-BEGIN.
           MOVE 1 TO WS-CAT-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ORD-TBL-SIZE
               IF WS-ORD-TYPE(WS-IDX) EQUAL "C" THEN
                   COMPUTE WS-ROW-AMOUNT = 0 - WS-ORD-AMT(WS-IDX)
               ELSE
                   COMPUTE WS-ROW-AMOUNT = WS-ORD-AMT(WS-IDX)
                       - WS-ORD-PAID(WS-IDX)
               END-IF
               IF WS-ROW-AMOUNT NOT EQUAL 0 THEN
                   IF WS-ORD-TYPE(WS-IDX) NOT EQUAL "C" AND
                      WS-ORD-CLI-ID(WS-IDX) > 0 THEN
                       CALL "duedate" USING
                           WS-CLI-TERMS(WS-ORD-CLI-ID(WS-IDX))
                           WS-ORD-DATE(WS-IDX) WS-DUE-DATE
                           WS-TRM-LABEL WS-TRM-KNOWN
                       END-CALL
                   ELSE
                       MOVE WS-ORD-DATE(WS-IDX) TO WS-DUE-DATE
                   END-IF
                   PERFORM 0080-BUCKET-AMOUNT-BEGIN
                      THRU 0080-BUCKET-AMOUNT-END
               END-IF
           END-PERFORM.
       0160-BUCKET-ORDERS-END.

      * Moves WS-DUE-DATE on by the days for its category; a date
      * that is not a real date is left for 0080 to count.
       0170-ADD-DAYS-BEGIN.
           CALL "datechk" USING WS-DUE-DATE WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK THEN
               GO TO 0170-ADD-DAYS-END
           END-IF.
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DUE-DATE).
           EVALUATE WS-CAT-IDX
               WHEN 2
                   ADD WS-GRACE-DAYS TO WS-DUE-INTEGER
               WHEN 4
                   ADD WS-SETTLE-DAYS TO WS-DUE-INTEGER
           END-EVALUATE.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
               TO WS-DUE-DATE.
       0170-ADD-DAYS-END.

      * Pro-rata credits (ADJ-CR) are set against the contract's next
      * bill rather than paid out, so they stay out of the cash, the
      * way arrears leaves them out of what is owed.
       0200-LOAD-PREMIUMS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT INVOICE-REGISTER-INPUT.
           IF NOT WS-REG-STATUS-OK THEN
               GO TO 0200-LOAD-PREMIUMS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ INVOICE-REGISTER-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF INV-REG-RCD(1:5) IS NUMERIC AND
                          INV-REG-RCD(78:6) NOT EQUAL "ADJ-CR" THEN
                           IF WS-PRM-TBL-SIZE < 500 THEN
                               ADD 1 TO WS-PRM-TBL-SIZE
                               MOVE FUNCTION NUMVAL(INV-REG-RCD(1:5))
                                   TO WS-PRM-NO(WS-PRM-TBL-SIZE)
                               MOVE FUNCTION NUMVAL(INV-REG-RCD(7:8))
                                   TO WS-PRM-DATE(WS-PRM-TBL-SIZE)
                               COMPUTE WS-PRM-AMOUNT(WS-PRM-TBL-SIZE)
                                   = FUNCTION NUMVAL(INV-REG-RCD(67:10))
                               MOVE 0 TO WS-PRM-PAID(WS-PRM-TBL-SIZE)
                           ELSE
                               ADD 1 TO WS-OVERFLOW-CNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-REGISTER-INPUT.
       0200-LOAD-PREMIUMS-END.

       0220-MATCH-RECEIPTS-BEGIN.
           IF WS-PRM-TBL-SIZE EQUAL 0 THEN
               GO TO 0220-MATCH-RECEIPTS-END
           END-IF.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT RECEIPTS-INPUT.
           IF NOT WS-RCV-STATUS-OK THEN
               GO TO 0220-MATCH-RECEIPTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ RECEIPTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-PRM-TBL-SIZE
                           IF WS-PRM-NO(WS-IDX) EQUAL RCV-INV-NO AND
                              RCV-RVSL EQUAL "R" THEN
                               COMPUTE WS-PRM-PAID(WS-IDX) =
                                   WS-PRM-PAID(WS-IDX) -
                                   FUNCTION NUMVAL(RCV-AMOUNT)
                           END-IF
                           IF WS-PRM-NO(WS-IDX) EQUAL RCV-INV-NO AND
                              RCV-RVSL NOT EQUAL "R" THEN
                               COMPUTE WS-PRM-PAID(WS-IDX) =
                                   WS-PRM-PAID(WS-IDX) +
                                   FUNCTION NUMVAL(RCV-AMOUNT)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE RECEIPTS-INPUT.
       0220-MATCH-RECEIPTS-END.

       0240-BUCKET-PREMIUMS-BEGIN.
           MOVE 2 TO WS-CAT-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PRM-TBL-SIZE
               COMPUTE WS-ROW-AMOUNT = WS-PRM-AMOUNT(WS-IDX)
                   - WS-PRM-PAID(WS-IDX)
               IF WS-ROW-AMOUNT > 0 THEN
                   MOVE WS-PRM-DATE(WS-IDX) TO WS-DUE-DATE
                   PERFORM 0170-ADD-DAYS-BEGIN
                      THRU 0170-ADD-DAYS-END
                   PERFORM 0080-BUCKET-AMOUNT-BEGIN
                      THRU 0080-BUCKET-AMOUNT-END
               END-IF
           END-PERFORM.
       0240-BUCKET-PREMIUMS-END.

       0300-LOAD-COSTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT INVENTORY-INPUT.
           IF NOT WS-INV-STATUS-OK THEN
               GO TO 0300-LOAD-COSTS-END
           END-IF.
      * The leading control record carries a count, not an item.
           READ INVENTORY-INPUT
               AT END
                   SET WS-EOF-TRUE TO TRUE
           END-READ.
           PERFORM UNTIL WS-EOF-TRUE
               READ INVENTORY-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-ITM-TBL-SIZE < 500 THEN
                           ADD 1 TO WS-ITM-TBL-SIZE
                           MOVE ITEM-NAME
                               TO WS-ITM-NAME(WS-ITM-TBL-SIZE)
                           IF ITEM-UNIT-COST IS NUMERIC THEN
                               MOVE ITEM-UNIT-COST
                                   TO WS-ITM-COST(WS-ITM-TBL-SIZE)
                           ELSE
                               MOVE 0 TO WS-ITM-COST(WS-ITM-TBL-SIZE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVENTORY-INPUT.
       0300-LOAD-COSTS-END.

      * Suppliers are taken to be paid on delivery : the cash goes
      * out in the week the PO line is expected in.
       0320-BUCKET-PURCHASES-BEGIN.
           MOVE 3 TO WS-CAT-IDX.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PO-REGISTER-INPUT.
           IF NOT WS-POR-STATUS-OK THEN
               GO TO 0320-BUCKET-PURCHASES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ PO-REGISTER-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF REG-STATUS NOT EQUAL "CLOSED" THEN
                           PERFORM 0330-ONE-PO-LINE-BEGIN
                              THRU 0330-ONE-PO-LINE-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PO-REGISTER-INPUT.
       0320-BUCKET-PURCHASES-END.

       0330-ONE-PO-LINE-BEGIN.
           MOVE REG-QTY TO WS-OPEN-QTY.
           IF REG-RECEIVED IS NUMERIC THEN
               SUBTRACT REG-RECEIVED FROM WS-OPEN-QTY
           END-IF.
           IF WS-OPEN-QTY <= 0 THEN
               GO TO 0330-ONE-PO-LINE-END
           END-IF.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ITM-TBL-SIZE
               IF WS-ITM-NAME(WS-IDX) EQUAL REG-ITEM-NAME THEN
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
      * The price quoted on the PO is what the supplier will bill;
      * the item's unit cost stands in only where none was quoted
      * (lines raised before prices were quoted read blank).
           IF REG-QUOTED-PRICE IS NUMERIC AND
              REG-QUOTED-PRICE > 0 THEN
               COMPUTE WS-ROW-AMOUNT =
                   WS-OPEN-QTY * REG-QUOTED-PRICE
           ELSE
               IF WS-FOUND-IDX EQUAL 0 THEN
                   MOVE 0 TO WS-ROW-AMOUNT
               ELSE
                   COMPUTE WS-ROW-AMOUNT =
                       WS-OPEN-QTY * WS-ITM-COST(WS-FOUND-IDX)
               END-IF
           END-IF.
           IF WS-ROW-AMOUNT EQUAL 0 THEN
               ADD 1 TO WS-UNVALUED-CNT
           END-IF.
           MOVE REG-EXPECTED TO WS-DUE-DATE.
           PERFORM 0080-BUCKET-AMOUNT-BEGIN
              THRU 0080-BUCKET-AMOUNT-END.
       0330-ONE-PO-LINE-END.

      * Latest row per claim ID wins, as in claims.cbl; rows from
      * before the lifecycle columns are settled and carry no
      * reserve.
       0400-LOAD-CLAIMS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLAIMS-INPUT.
           IF NOT WS-CLM-STATUS-OK THEN
               GO TO 0400-LOAD-CLAIMS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLAIMS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF CLM-STATUS NOT EQUAL SPACE AND
                          CLM-ID IS NUMERIC THEN
                           PERFORM 0410-FILE-CLAIM-BEGIN
                              THRU 0410-FILE-CLAIM-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLAIMS-INPUT.
       0400-LOAD-CLAIMS-END.

       0410-FILE-CLAIM-BEGIN.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CLM-TBL-SIZE
               IF WS-CLM-ID(WS-IDX) EQUAL CLM-ID THEN
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX EQUAL 0 THEN
               IF WS-CLM-TBL-SIZE >= 500 THEN
                   ADD 1 TO WS-OVERFLOW-CNT
                   GO TO 0410-FILE-CLAIM-END
               END-IF
               ADD 1 TO WS-CLM-TBL-SIZE
               MOVE WS-CLM-TBL-SIZE TO WS-FOUND-IDX
               MOVE CLM-ID TO WS-CLM-ID(WS-FOUND-IDX)
           END-IF.
           MOVE CLM-DATE TO WS-CLM-DATE(WS-FOUND-IDX).
           MOVE CLM-STATUS TO WS-CLM-STATE(WS-FOUND-IDX).
           COMPUTE WS-CLM-AMOUNT(WS-FOUND-IDX) =
               FUNCTION NUMVAL(CLM-AMOUNT).
      * CLM-PAID is the running total paid on the claim, carried on
      * every row clmpay and claims write since payments were kept.
           IF CLM-PAID NOT EQUAL SPACE THEN
               COMPUTE WS-CLM-PAID(WS-FOUND-IDX) =
                   FUNCTION NUMVAL(CLM-PAID)
           ELSE
               MOVE 0 TO WS-CLM-PAID(WS-FOUND-IDX)
           END-IF.
       0410-FILE-CLAIM-END.

       0440-BUCKET-CLAIMS-BEGIN.
           MOVE 4 TO WS-CAT-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CLM-TBL-SIZE
               IF WS-CLM-STATE(WS-IDX) EQUAL "OPEN" OR
                  WS-CLM-STATE(WS-IDX) EQUAL "REVISED" OR
                  WS-CLM-STATE(WS-IDX) EQUAL "PARTIAL" THEN
      * Only what is still to be paid goes out : a part payment has
      * already left the account.
                   MOVE 0 TO WS-ROW-AMOUNT
                   IF WS-CLM-PAID(WS-IDX) < WS-CLM-AMOUNT(WS-IDX) THEN
                       COMPUTE WS-ROW-AMOUNT = WS-CLM-AMOUNT(WS-IDX)
                           - WS-CLM-PAID(WS-IDX)
                   END-IF
                   MOVE WS-CLM-DATE(WS-IDX) TO WS-DUE-DATE
                   PERFORM 0170-ADD-DAYS-BEGIN
                      THRU 0170-ADD-DAYS-END
                   PERFORM 0080-BUCKET-AMOUNT-BEGIN
                      THRU 0080-BUCKET-AMOUNT-END
               END-IF
           END-PERFORM.
       0440-BUCKET-CLAIMS-END.

       0600-WRITE-FORECAST-BEGIN.
           MOVE SPACE TO WS-FCST-FILENAME.
           STRING "output/cash-forecast-" DELIMITED BY SIZE
                  WS-WEEK1-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-FCST-FILENAME.
           OPEN OUTPUT FORECAST-OUTPUT.
           MOVE WS-WEEK1-DATE TO WS-FC-TITLE-DATE.
           MOVE WS-RUN-DATE TO WS-FC-TITLE-RUN.
           MOVE WS-FC-TITLE-LINE TO FCST-OUT-RCD.
           WRITE FCST-OUT-RCD.
           MOVE SPACES TO FCST-OUT-RCD.
           WRITE FCST-OUT-RCD.
           MOVE WS-FC-HEADING-LINE TO FCST-OUT-RCD.
           WRITE FCST-OUT-RCD.

           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                   UNTIL WS-WK-IDX > 14
               PERFORM 0610-WEEK-LINE-BEGIN
                  THRU 0610-WEEK-LINE-END
           END-PERFORM.

           MOVE SPACES TO FCST-OUT-RCD.
           WRITE FCST-OUT-RCD.
           MOVE 0 TO WS-FC-WEEK.
           MOVE "TOTAL" TO WS-FC-START.
           MOVE WS-TOT-CAT(1) TO WS-FC-AMT(1).
           MOVE WS-TOT-CAT(2) TO WS-FC-AMT(2).
           COMPUTE WS-WK-IN = WS-TOT-CAT(1) + WS-TOT-CAT(2).
           MOVE WS-WK-IN TO WS-FC-AMT(3).
           MOVE WS-TOT-CAT(3) TO WS-FC-AMT(4).
           MOVE WS-TOT-CAT(4) TO WS-FC-AMT(5).
           COMPUTE WS-WK-OUT = WS-TOT-CAT(3) + WS-TOT-CAT(4).
           MOVE WS-WK-OUT TO WS-FC-AMT(6).
           COMPUTE WS-WK-NET = WS-WK-IN - WS-WK-OUT.
           MOVE WS-WK-NET TO WS-FC-AMT(7).
           MOVE WS-CUMULATIVE TO WS-FC-AMT(8).
           MOVE WS-FC-DETAIL-LINE TO FCST-OUT-RCD.
           MOVE SPACES TO FCST-OUT-RCD(1:2).
           WRITE FCST-OUT-RCD.

           MOVE SPACES TO FCST-OUT-RCD.
           WRITE FCST-OUT-RCD.
           MOVE SPACES TO FCST-OUT-RCD.
           MOVE WS-OVERDUE-IN TO WS-FC-MONEY-EDIT.
           STRING "Already overdue, expected in week 1 : inflow "
                  WS-FC-MONEY-EDIT
               DELIMITED BY SIZE INTO FCST-OUT-RCD.
           MOVE WS-OVERDUE-OUT TO WS-FC-MONEY-EDIT.
           STRING " outflow " WS-FC-MONEY-EDIT
               DELIMITED BY SIZE INTO FCST-OUT-RCD(60:30).
           WRITE FCST-OUT-RCD.
           PERFORM 0620-SOURCE-NOTES-BEGIN
              THRU 0620-SOURCE-NOTES-END.

           MOVE SPACES TO FCST-OUT-RCD.
           WRITE FCST-OUT-RCD.
           MOVE WS-ITEMS-CNT TO WS-TRL-ITEMS.
           MOVE WS-CUMULATIVE TO WS-TRL-NET.
           MOVE WS-FC-TRAILER-LINE TO FCST-OUT-RCD.
           WRITE FCST-OUT-RCD.
           CLOSE FORECAST-OUTPUT.
       0600-WRITE-FORECAST-END.

      * Row 14 gathers everything due after the thirteenth week, so
      * the cumulative column still ends on the full position.
       0610-WEEK-LINE-BEGIN.
           COMPUTE WS-WK-IN = WS-WK-CAT(WS-WK-IDX, 1)
               + WS-WK-CAT(WS-WK-IDX, 2).
           COMPUTE WS-WK-OUT = WS-WK-CAT(WS-WK-IDX, 3)
               + WS-WK-CAT(WS-WK-IDX, 4).
           COMPUTE WS-WK-NET = WS-WK-IN - WS-WK-OUT.
           ADD WS-WK-NET TO WS-CUMULATIVE.
           IF WS-WK-IDX > 13 THEN
               MOVE 0 TO WS-FC-WEEK
               MOVE "LATER" TO WS-FC-START
           ELSE
               MOVE WS-WK-IDX TO WS-FC-WEEK
               MOVE WS-WK-START(WS-WK-IDX) TO WS-FC-START
           END-IF.
           MOVE WS-WK-CAT(WS-WK-IDX, 1) TO WS-FC-AMT(1).
           MOVE WS-WK-CAT(WS-WK-IDX, 2) TO WS-FC-AMT(2).
           MOVE WS-WK-IN TO WS-FC-AMT(3).
           MOVE WS-WK-CAT(WS-WK-IDX, 3) TO WS-FC-AMT(4).
           MOVE WS-WK-CAT(WS-WK-IDX, 4) TO WS-FC-AMT(5).
           MOVE WS-WK-OUT TO WS-FC-AMT(6).
           MOVE WS-WK-NET TO WS-FC-AMT(7).
           MOVE WS-CUMULATIVE TO WS-FC-AMT(8).
           MOVE WS-FC-DETAIL-LINE TO FCST-OUT-RCD.
           IF WS-WK-IDX > 13 THEN
               MOVE SPACES TO FCST-OUT-RCD(1:2)
           END-IF.
           WRITE FCST-OUT-RCD.
       0610-WEEK-LINE-END.

      * Every column names the file it came from and how its dates
      * were estimated, so the treasurer can argue with the basis.
       0620-SOURCE-NOTES-BEGIN.
           MOVE "Receivables :" TO WS-FC-NOTE-LABEL.
           MOVE "data/num-commandes.txt less output/paiements-clean.txt"
               TO WS-FC-NOTE-SOURCE.
           MOVE SPACES TO WS-FC-NOTE-BASIS.
           STRING "on the client's terms from "
                  FUNCTION TRIM(WS-AGING-BASIS) " date"
               DELIMITED BY SIZE INTO WS-FC-NOTE-BASIS.
           MOVE WS-FC-NOTE-LINE TO FCST-OUT-RCD.
           WRITE FCST-OUT-RCD.
           MOVE "Premiums :" TO WS-FC-NOTE-LABEL.
           MOVE "output/factures.txt less data/encaissements.txt"
               TO WS-FC-NOTE-SOURCE.
           MOVE WS-GRACE-DAYS TO WS-FC-DAYS-EDIT.
           MOVE SPACES TO WS-FC-NOTE-BASIS.
           STRING WS-FC-DAYS-EDIT " days after invoice date"
               DELIMITED BY SIZE INTO WS-FC-NOTE-BASIS.
           MOVE WS-FC-NOTE-LINE TO FCST-OUT-RCD.
           WRITE FCST-OUT-RCD.
           MOVE "Purchases :" TO WS-FC-NOTE-LABEL.
           MOVE "data/po-register.txt open lines at quoted price/cost"
               TO WS-FC-NOTE-SOURCE.
           MOVE "on the expected delivery date"
               TO WS-FC-NOTE-BASIS.
           MOVE WS-FC-NOTE-LINE TO FCST-OUT-RCD.
           WRITE FCST-OUT-RCD.
           MOVE "Claims :" TO WS-FC-NOTE-LABEL.
           MOVE "data/sinistres.txt OPEN/REVISED/PARTIAL reserves"
               TO WS-FC-NOTE-SOURCE.
           MOVE WS-SETTLE-DAYS TO WS-FC-DAYS-EDIT.
           MOVE SPACES TO WS-FC-NOTE-BASIS.
           STRING WS-FC-DAYS-EDIT " days after the last claim event"
               DELIMITED BY SIZE INTO WS-FC-NOTE-BASIS.
           MOVE WS-FC-NOTE-LINE TO FCST-OUT-RCD.
           WRITE FCST-OUT-RCD.
       0620-SOURCE-NOTES-END.

       0700-WRITE-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "CASHFCST" TO EOD-PROGRAM.
           MOVE WS-ITEMS-CNT TO EOD-RECORDS-PROC.
           COMPUTE EOD-EXCEPTIONS =
               WS-UNVALUED-CNT + WS-BADDATE-CNT + WS-OVERFLOW-CNT.
           MOVE 1 TO EOD-FILES-WRITTEN.
           COMPUTE EOD-KEY-TOTAL = WS-TOT-CAT(1) + WS-TOT-CAT(2).
           MOVE WS-RUN-DATE TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE WS-OPERATOR-ID TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0700-WRITE-EOD-LOG-END.
