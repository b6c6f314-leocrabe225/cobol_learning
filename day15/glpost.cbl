       IDENTIFICATION DIVISION.
       PROGRAM-ID. glpost.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Account names and the event-to-account mapping, kept by hand
      * by the accountant (layout in coarcd.cpy).
           SELECT CHART-INPUT
               ASSIGN TO "data/plan-comptable.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.

      * The one general-ledger journal every event is posted to, read
      * first to find the last entry number and whether the month is
      * already posted, then extended.
           SELECT JOURNAL-FILE
               ASSIGN TO "data/gl-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT ORDERS-INPUT
               ASSIGN TO "data/num-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.

           SELECT PAYMENTS-INPUT
               ASSIGN TO "output/paiements-clean.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT MOVEMENTS-INPUT
               ASSIGN TO "data/mouvements-stock.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVT-STATUS.

      * Standing unit costs, for issues and for receipts keyed before
      * goodsrcv captured the actual cost.
           SELECT INVENTORY-INPUT
               ASSIGN TO "data/inventaire.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

      * The day17 insurance side : premium register, premium
      * receipts and the claim lifecycle file.
           SELECT INVOICE-REGISTER-INPUT
               ASSIGN TO "output/factures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT RECEIPTS-INPUT
               ASSIGN TO "data/encaissements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCV-STATUS.

           SELECT CLAIMS-INPUT
               ASSIGN TO "data/sinistres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLM-STATUS.

      * Every event that could not be posted, with the reason, so the
      * accountant fixes the chart or the source row and reposts.
           SELECT REJECTS-OUTPUT
               ASSIGN TO DYNAMIC WS-REJ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EOD-LOG-OUTPUT
               ASSIGN TO "output/eod-summary.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHART-INPUT.
       COPY coarcd.

       FD JOURNAL-FILE.
       COPY glrcd.

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
      * Space or "O" order, "C" credit note, "D" late-fee debit note,
      * "B" balance brought forward by yearend (never an event).
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
      * "W" is a bad-debt write-off : no cash came in, the receivable
      * goes to the loss account instead of the bank.
           05 FILLER               PIC X(01).
           05 PAY-IN-SOURCE        PIC X(01).
           05 FILLER               PIC X(01).
           05 PAY-IN-RVSL          PIC X(01).
           05 FILLER               PIC X(01).
           05 PAY-IN-REASON        PIC X(04).
      * "A" applies cash already held on account to an order : the
      * cash was posted to the receivable when it came in, so the
      * application moves nothing in the ledger.
           05 FILLER               PIC X(01).
           05 PAY-IN-RCPT-NO       PIC X(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-KIND          PIC X(01).

       FD MOVEMENTS-INPUT.
       COPY mvtrcd REPLACING ==:TAG:== BY ==MVT==.

       FD INVENTORY-INPUT.
       01 INV-CTL-RECORD.
           05 INV-CTL-COUNT         PIC 9(04).
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
           05 CLM-AMOUNT           PIC X(09).
           05 FILLER               PIC X(01).
           05 CLM-DESC             PIC X(40).
           05 FILLER               PIC X(01).
           05 CLM-ID               PIC 9(04).
           05 FILLER               PIC X(01).
           05 CLM-STATUS           PIC X(07).
           05 FILLER               PIC X(01).
           05 CLM-PAYMENT          PIC X(09).
           05 FILLER               PIC X(01).
           05 CLM-PAID             PIC X(09).

       FD REJECTS-OUTPUT.
       01 REJ-OUT-RCD              PIC X(100).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-F-STATUS                 PIC X(02).
           88 WS-F-STATUS-OK                    VALUE "00".
       01 WS-COA-STATUS               PIC X(02).
           88 WS-COA-STATUS-OK                  VALUE "00".
       01 WS-GL-STATUS                PIC X(02).
           88 WS-GL-STATUS-OK                   VALUE "00".
       01 WS-ORD-STATUS               PIC X(02).
           88 WS-ORD-STATUS-OK                  VALUE "00".
       01 WS-PAY-STATUS               PIC X(02).
           88 WS-PAY-STATUS-OK                  VALUE "00".
       01 WS-MVT-STATUS               PIC X(02).
           88 WS-MVT-STATUS-OK                  VALUE "00".
       01 WS-REG-STATUS               PIC X(02).
           88 WS-REG-STATUS-OK                  VALUE "00".
       01 WS-RCV-STATUS               PIC X(02).
           88 WS-RCV-STATUS-OK                  VALUE "00".
       01 WS-CLM-STATUS               PIC X(02).
           88 WS-CLM-STATUS-OK                  VALUE "00".
       01 WS-EOD-STATUS               PIC X(02).
           88 WS-EOD-STATUS-OK                  VALUE "00".

       01 WS-THIS-PERIOD              PIC 9(06).
       01 WS-THIS-SPLIT REDEFINES WS-THIS-PERIOD.
           05 WS-THIS-YYYY            PIC 9(04).
           05 WS-THIS-MM              PIC 9(02).
       77 WS-REJ-FILENAME             PIC X(40).
       77 WS-IDX                      PIC 9(03).
       77 WS-ACC-IDX                  PIC 9(03).
       77 WS-CLM-POST-AMT             PIC X(09).

       77 WS-VAT-RATE                 PIC 9(02)V99 VALUE 20.
       01 WS-PARAM-KEY                PIC X(20).
       01 WS-PARAM-VALUE              PIC X(20).
       01 WS-PARAM-FOUND              PIC 9(01).
           88 WS-PARAM-FOUND-TRUE               VALUE 1.
           88 WS-PARAM-FOUND-FALSE              VALUE 0.

      * The "A" rows : every account a line may be posted to.
       77 WS-ACC-TBL-SIZE             PIC 9(03) VALUE 0.
       01 WS-ACC-TBL.
           05 WS-ACC-CODE             PIC X(06) OCCURS 200 TIMES.
      * The "E" rows : debit and credit account per event type.
       77 WS-EVT-TBL-SIZE             PIC 9(03) VALUE 0.
       01 WS-EVT-TBL.
           05 WS-EVT OCCURS 50 TIMES.
               10 WS-EVT-NAME         PIC X(10).
               10 WS-EVT-DEBIT        PIC X(06).
               10 WS-EVT-CREDIT       PIC X(06).
       77 WS-CHART-OVERFLOW-CNT       PIC 9(03) VALUE 0.

      * Standing unit cost per item, from data/inventaire.txt.
       77 WS-ITM-TBL-SIZE             PIC 9(03) VALUE 0.
       01 WS-ITM-TBL.
           05 WS-ITM OCCURS 500 TIMES.
               10 WS-ITM-NAME         PIC X(10).
               10 WS-ITM-COST         PIC 9(04)V99.
       77 WS-ITEM-COST                PIC 9(04)V99.

      * Event lookup : WS-MAP-EVENT in, its two accounts out (spaces
      * when the chart has no row for it).
       77 WS-MAP-EVENT                PIC X(10).
       77 WS-MAP-DEBIT                PIC X(06).
       77 WS-MAP-CREDIT               PIC X(06).
       77 WS-MAP-FOUND                PIC 9(01).
           88 WS-MAP-FOUND-TRUE                 VALUE 1.
           88 WS-MAP-FOUND-FALSE                VALUE 0.
       77 WS-ACC-FOUND                PIC 9(01).
           88 WS-ACC-FOUND-TRUE                 VALUE 1.
           88 WS-ACC-FOUND-FALSE                VALUE 0.

      * The entry being built : its event, date, source and gross
      * amount, then up to four lines. A reason set while building
      * sends it to the rejects instead of the journal.
       77 WS-ENT-EVENT                PIC X(10).
       77 WS-ENT-DATE                 PIC 9(08).
       77 WS-ENT-SOURCE               PIC X(20).
       77 WS-ENT-AMOUNT               PIC 9(09)V99.
       77 WS-ENT-REASON               PIC X(40).
       77 WS-ENT-LINE-CNT             PIC 9(01).
       01 WS-ENT-LINES.
           05 WS-ENT-LINE OCCURS 4 TIMES.
               10 WS-ENT-ACCOUNT      PIC X(06).
               10 WS-ENT-SIDE         PIC X(01).
               10 WS-ENT-LINE-AMT     PIC 9(09)V99.
       77 WS-ENT-DEBITS               PIC 9(10)V99.
       77 WS-ENT-CREDITS              PIC 9(10)V99.
       77 WS-ADD-ACCOUNT              PIC X(06).
       77 WS-ADD-SIDE                 PIC X(01).
       77 WS-ADD-AMOUNT               PIC 9(09)V99.

       77 WS-GROSS                    PIC 9(09)V99.
       77 WS-VAT                      PIC 9(09)V99.
       77 WS-NET                      PIC 9(09)V99.
       77 WS-SALE-DEBIT               PIC X(06).
       77 WS-SALE-CREDIT              PIC X(06).

       77 WS-LAST-ENTRY-NO            PIC 9(06) VALUE 0.
       77 WS-PERIOD-LINES             PIC 9(06) VALUE 0.
       77 WS-EVENTS-READ              PIC 9(05) VALUE 0.
       77 WS-POSTED-CNT               PIC 9(05) VALUE 0.
       77 WS-REJECTED-CNT             PIC 9(05) VALUE 0.
       77 WS-POSTED-AMT               PIC 9(09)V99 VALUE 0.
       77 WS-OPERATOR-ID              PIC X(08).

       77 WS-LOCK-NAME                PIC X(10) VALUE "gljournal".
       77 WS-LOCK-ACTION              PIC X(05).
       77 WS-LOCK-OK                  PIC 9(01).
           88 WS-LOCK-OK-TRUE                   VALUE 1.
           88 WS-LOCK-OK-FALSE                  VALUE 0.

       01 WS-REJ-TITLE-LINE.
           05 FILLER                  PIC X(25) VALUE
               "*** GL POSTING REJECTS - ".
           05 WS-REJ-TITLE-PERIOD     PIC 9(06).
           05 FILLER                  PIC X(04) VALUE " ***".

       01 WS-REJ-HEADING-LINE.
           05 FILLER                  PIC X(41) VALUE
               "Event      Date     Source               ".
           05 FILLER                  PIC X(16) VALUE
               "        Amount  ".
           05 FILLER                  PIC X(06) VALUE "Reason".

       01 WS-REJ-DETAIL-LINE.
           05 WS-REJ-EVENT            PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-REJ-DATE             PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-REJ-SOURCE           PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-REJ-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-REJ-REASON           PIC X(40).

       01 WS-REJ-TRAILER-LINE.
           05 FILLER                  PIC X(20) VALUE
               "*** END OF REPORT - ".
           05 WS-TRL-POSTED           PIC ZZZZ9.
           05 FILLER                  PIC X(17) VALUE
               " ENTRIES POSTED, ".
           05 WS-TRL-REJECTED         PIC ZZZZ9.
           05 FILLER                  PIC X(13) VALUE
               " REJECTED ***".

       PROCEDURE DIVISION.
           DISPLAY "Period to post (YYYYMM) : " WITH NO ADVANCING.
           ACCEPT WS-THIS-PERIOD.
           IF WS-THIS-MM < 1 OR WS-THIS-MM > 12 THEN
               DISPLAY "Not a possible month - nothing posted."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "GET" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           IF WS-LOCK-OK-FALSE THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "VAT-RATE" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-VAT-RATE
           END-IF.

           PERFORM 0100-LOAD-CHART-BEGIN
              THRU 0100-LOAD-CHART-END.
           IF WS-ACC-TBL-SIZE EQUAL 0 OR WS-EVT-TBL-SIZE EQUAL 0 THEN
               DISPLAY "data/plan-comptable.txt has no accounts or no "
                   "event rows - nothing posted."
               PERFORM 0900-FREE-LOCK-BEGIN THRU 0900-FREE-LOCK-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0150-SCAN-JOURNAL-BEGIN
              THRU 0150-SCAN-JOURNAL-END.
      * A month goes to the journal once : posting it again would
      * double every balance. Reversing a bad month is the
      * accountant's journal, not a rerun.
           IF WS-PERIOD-LINES > 0 THEN
               DISPLAY "Period " WS-THIS-PERIOD " already has "
                   WS-PERIOD-LINES " line(s) in data/gl-journal.txt "
                   "- nothing posted."
               PERFORM 0900-FREE-LOCK-BEGIN THRU 0900-FREE-LOCK-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0160-LOAD-ITEMS-BEGIN
              THRU 0160-LOAD-ITEMS-END.

           MOVE SPACE TO WS-REJ-FILENAME.
           STRING "output/gl-rejects-" DELIMITED BY SIZE
                  WS-THIS-PERIOD DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-REJ-FILENAME.
           OPEN OUTPUT REJECTS-OUTPUT.
           MOVE WS-THIS-PERIOD TO WS-REJ-TITLE-PERIOD.
           WRITE REJ-OUT-RCD FROM WS-REJ-TITLE-LINE.
           MOVE SPACES TO REJ-OUT-RCD.
           WRITE REJ-OUT-RCD.
           WRITE REJ-OUT-RCD FROM WS-REJ-HEADING-LINE.

           OPEN EXTEND JOURNAL-FILE.
           IF NOT WS-GL-STATUS-OK THEN
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

           PERFORM 0200-POST-ORDERS-BEGIN
              THRU 0200-POST-ORDERS-END.
           PERFORM 0300-POST-PAYMENTS-BEGIN
              THRU 0300-POST-PAYMENTS-END.
           PERFORM 0400-POST-MOVEMENTS-BEGIN
              THRU 0400-POST-MOVEMENTS-END.
           PERFORM 0500-POST-PREMIUMS-BEGIN
              THRU 0500-POST-PREMIUMS-END.
           PERFORM 0550-POST-RECEIPTS-BEGIN
              THRU 0550-POST-RECEIPTS-END.
           PERFORM 0600-POST-CLAIMS-BEGIN
              THRU 0600-POST-CLAIMS-END.
           CLOSE JOURNAL-FILE.

           IF WS-REJECTED-CNT EQUAL 0 THEN
               MOVE "(no rejected events)" TO REJ-OUT-RCD
               WRITE REJ-OUT-RCD
           END-IF.
           MOVE SPACES TO REJ-OUT-RCD.
           WRITE REJ-OUT-RCD.
           MOVE WS-POSTED-CNT TO WS-TRL-POSTED.
           MOVE WS-REJECTED-CNT TO WS-TRL-REJECTED.
           WRITE REJ-OUT-RCD FROM WS-REJ-TRAILER-LINE.
           CLOSE REJECTS-OUTPUT.

           PERFORM 0700-WRITE-EOD-LOG-BEGIN
              THRU 0700-WRITE-EOD-LOG-END.

           DISPLAY "Period " WS-THIS-PERIOD " : " WS-POSTED-CNT
               " entry(ies) posted to data/gl-journal.txt, "
               WS-REJECTED-CNT " rejected.".
           PERFORM 0900-FREE-LOCK-BEGIN THRU 0900-FREE-LOCK-END.

      * Exit status for the scheduler : 0 clean, 4 when events were
      * rejected or the chart overflowed its tables, 8 on the aborts
      * above.
           IF WS-REJECTED-CNT > 0 OR WS-CHART-OVERFLOW-CNT > 0 THEN
               DISPLAY "*** WARNING *** see "
                   FUNCTION TRIM(WS-REJ-FILENAME) "."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0100-LOAD-CHART-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CHART-INPUT.
           IF NOT WS-COA-STATUS-OK THEN
               DISPLAY "Unable to open data/plan-comptable.txt, "
                   "status " WS-COA-STATUS "."
               GO TO 0100-LOAD-CHART-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CHART-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       PERFORM 0110-FILE-CHART-ROW-BEGIN
                          THRU 0110-FILE-CHART-ROW-END
               END-READ
           END-PERFORM.
           CLOSE CHART-INPUT.
       0100-LOAD-CHART-END.

       0110-FILE-CHART-ROW-BEGIN.
           IF COA-TYPE-ACCOUNT AND COA-KEY(1:6) NOT EQUAL SPACE THEN
               IF WS-ACC-TBL-SIZE >= 200 THEN
                   ADD 1 TO WS-CHART-OVERFLOW-CNT
               ELSE
                   ADD 1 TO WS-ACC-TBL-SIZE
                   MOVE COA-KEY(1:6) TO WS-ACC-CODE(WS-ACC-TBL-SIZE)
               END-IF
           END-IF.
           IF COA-TYPE-EVENT AND COA-KEY NOT EQUAL SPACE THEN
               IF WS-EVT-TBL-SIZE >= 50 THEN
                   ADD 1 TO WS-CHART-OVERFLOW-CNT
               ELSE
                   ADD 1 TO WS-EVT-TBL-SIZE
                   MOVE COA-KEY    TO WS-EVT-NAME(WS-EVT-TBL-SIZE)
                   MOVE COA-DEBIT  TO WS-EVT-DEBIT(WS-EVT-TBL-SIZE)
                   MOVE COA-CREDIT TO WS-EVT-CREDIT(WS-EVT-TBL-SIZE)
               END-IF
           END-IF.
       0110-FILE-CHART-ROW-END.

      * Last entry number on file, and how many lines the period to
      * post already has.
       0150-SCAN-JOURNAL-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT JOURNAL-FILE.
           IF NOT WS-GL-STATUS-OK THEN
               GO TO 0150-SCAN-JOURNAL-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ JOURNAL-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF GL-ENTRY-NO IS NUMERIC AND
                          GL-ENTRY-NO > WS-LAST-ENTRY-NO THEN
                           MOVE GL-ENTRY-NO TO WS-LAST-ENTRY-NO
                       END-IF
                       IF GL-PERIOD EQUAL WS-THIS-PERIOD THEN
                           ADD 1 TO WS-PERIOD-LINES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
       0150-SCAN-JOURNAL-END.

       0160-LOAD-ITEMS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT INVENTORY-INPUT.
           IF NOT WS-F-STATUS-OK THEN
               DISPLAY "No data/inventaire.txt - stock issues will be "
                   "rejected as uncosted."
               GO TO 0160-LOAD-ITEMS-END
           END-IF.
      * The control-total record comes first.
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
       0160-LOAD-ITEMS-END.

      * Orders and credit notes carry the gross, VAT included : the
      * VAT is split out the way taxsum.cbl does it, and the entry is
      * the receivable against sales and VAT collected (reversed for
      * a credit note). Late-fee debit notes carry no VAT.
       0200-POST-ORDERS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDERS-INPUT.
           IF NOT WS-ORD-STATUS-OK THEN
               DISPLAY "No data/num-commandes.txt - no sales posted."
               GO TO 0200-POST-ORDERS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ ORDERS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF ORD-IN-DATE(1:6) EQUAL WS-THIS-PERIOD AND
                          ORD-IN-TYPE NOT EQUAL "B" THEN
                           PERFORM 0210-ORDER-ENTRY-BEGIN
                              THRU 0210-ORDER-ENTRY-END
                           PERFORM 0800-POST-ENTRY-BEGIN
                              THRU 0800-POST-ENTRY-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDERS-INPUT.
       0200-POST-ORDERS-END.

      * Builds the entry only; the caller posts or rejects it.
       0210-ORDER-ENTRY-BEGIN.
           PERFORM 0750-NEW-ENTRY-BEGIN THRU 0750-NEW-ENTRY-END.
           MOVE ORD-IN-DATE TO WS-ENT-DATE.
           STRING "ORDER " ORD-IN-CLI-ID "/" ORD-IN-ID
               DELIMITED BY SIZE INTO WS-ENT-SOURCE.
           EVALUATE ORD-IN-TYPE
               WHEN "C"
                   MOVE "CREDIT" TO WS-ENT-EVENT
               WHEN "D"
                   MOVE "LATE-FEE" TO WS-ENT-EVENT
               WHEN OTHER
                   MOVE "ORDER" TO WS-ENT-EVENT
           END-EVALUATE.
           IF ORD-IN-AMT IS NOT NUMERIC THEN
               MOVE "Amount not numeric on the order row"
                   TO WS-ENT-REASON
               GO TO 0210-ORDER-ENTRY-END
           END-IF.
           MOVE ORD-IN-AMT TO WS-GROSS WS-ENT-AMOUNT.

           IF ORD-IN-TYPE EQUAL "D" THEN
               PERFORM 0770-SIMPLE-ENTRY-BEGIN
                  THRU 0770-SIMPLE-ENTRY-END
               GO TO 0210-ORDER-ENTRY-END
           END-IF.

           COMPUTE WS-VAT ROUNDED =
               WS-GROSS * WS-VAT-RATE / (100 + WS-VAT-RATE).
           COMPUTE WS-NET = WS-GROSS - WS-VAT.
           MOVE WS-ENT-EVENT TO WS-MAP-EVENT.
           PERFORM 0760-MAP-EVENT-BEGIN THRU 0760-MAP-EVENT-END.
           IF WS-MAP-FOUND-FALSE THEN
               GO TO 0210-ORDER-ENTRY-END
           END-IF.
           MOVE WS-MAP-DEBIT TO WS-SALE-DEBIT.
           MOVE WS-MAP-CREDIT TO WS-SALE-CREDIT.
           IF ORD-IN-TYPE EQUAL "C" THEN
               MOVE "CREDIT-VAT" TO WS-MAP-EVENT
           ELSE
               MOVE "VAT" TO WS-MAP-EVENT
           END-IF.
           IF WS-VAT > 0 THEN
               PERFORM 0760-MAP-EVENT-BEGIN THRU 0760-MAP-EVENT-END
               IF WS-MAP-FOUND-FALSE THEN
                   GO TO 0210-ORDER-ENTRY-END
               END-IF
           END-IF.

           IF ORD-IN-TYPE EQUAL "C" THEN
               MOVE WS-SALE-DEBIT TO WS-ADD-ACCOUNT
               MOVE "D" TO WS-ADD-SIDE
               MOVE WS-NET TO WS-ADD-AMOUNT
               PERFORM 0780-ADD-LINE-BEGIN THRU 0780-ADD-LINE-END
               IF WS-VAT > 0 THEN
                   MOVE WS-MAP-DEBIT TO WS-ADD-ACCOUNT
                   MOVE "D" TO WS-ADD-SIDE
                   MOVE WS-VAT TO WS-ADD-AMOUNT
                   PERFORM 0780-ADD-LINE-BEGIN THRU 0780-ADD-LINE-END
               END-IF
               MOVE WS-SALE-CREDIT TO WS-ADD-ACCOUNT
               MOVE "C" TO WS-ADD-SIDE
               MOVE WS-GROSS TO WS-ADD-AMOUNT
               PERFORM 0780-ADD-LINE-BEGIN THRU 0780-ADD-LINE-END
           ELSE
               MOVE WS-SALE-DEBIT TO WS-ADD-ACCOUNT
               MOVE "D" TO WS-ADD-SIDE
               MOVE WS-GROSS TO WS-ADD-AMOUNT
               PERFORM 0780-ADD-LINE-BEGIN THRU 0780-ADD-LINE-END
               MOVE WS-SALE-CREDIT TO WS-ADD-ACCOUNT
               MOVE "C" TO WS-ADD-SIDE
               MOVE WS-NET TO WS-ADD-AMOUNT
               PERFORM 0780-ADD-LINE-BEGIN THRU 0780-ADD-LINE-END
               IF WS-VAT > 0 THEN
                   MOVE WS-MAP-CREDIT TO WS-ADD-ACCOUNT
                   MOVE "C" TO WS-ADD-SIDE
                   MOVE WS-VAT TO WS-ADD-AMOUNT
                   PERFORM 0780-ADD-LINE-BEGIN THRU 0780-ADD-LINE-END
               END-IF
           END-IF.
       0210-ORDER-ENTRY-END.

      * Cash in against the receivable; a reversal row (bounced
      * cheque) puts it back.
       0300-POST-PAYMENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PAYMENTS-INPUT.
           IF NOT WS-PAY-STATUS-OK THEN
               DISPLAY "No output/paiements-clean.txt - no customer "
                   "payments posted."
               GO TO 0300-POST-PAYMENTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ PAYMENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF PAY-IN-DATE(1:6) EQUAL WS-THIS-PERIOD AND
                          PAY-IN-KIND NOT EQUAL "A" THEN
                           PERFORM 0310-PAYMENT-ENTRY-BEGIN
                              THRU 0310-PAYMENT-ENTRY-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENTS-INPUT.
       0300-POST-PAYMENTS-END.

       0310-PAYMENT-ENTRY-BEGIN.
           PERFORM 0750-NEW-ENTRY-BEGIN THRU 0750-NEW-ENTRY-END.
           MOVE PAY-IN-DATE TO WS-ENT-DATE.
           STRING "PAYMENT " PAY-IN-CLI-ID "/" PAY-IN-ORD-ID
               DELIMITED BY SIZE INTO WS-ENT-SOURCE.
           EVALUATE TRUE
               WHEN PAY-IN-SOURCE EQUAL "W"
                   MOVE SPACES TO WS-ENT-SOURCE
                   STRING "WRITE-OFF " PAY-IN-CLI-ID "/" PAY-IN-ORD-ID
                       DELIMITED BY SIZE INTO WS-ENT-SOURCE
                   MOVE "WRITE-OFF" TO WS-ENT-EVENT
               WHEN PAY-IN-RVSL EQUAL "R"
                   MOVE "PAY-RVSL" TO WS-ENT-EVENT
               WHEN OTHER
                   MOVE "PAYMENT" TO WS-ENT-EVENT
           END-EVALUATE.
           IF PAY-IN-AMT IS NOT NUMERIC THEN
               MOVE "Amount not numeric on the payment row"
                   TO WS-ENT-REASON
           ELSE
               MOVE PAY-IN-AMT TO WS-ENT-AMOUNT
               PERFORM 0770-SIMPLE-ENTRY-BEGIN
                  THRU 0770-SIMPLE-ENTRY-END
           END-IF.
           PERFORM 0800-POST-ENTRY-BEGIN THRU 0800-POST-ENTRY-END.
       0310-PAYMENT-ENTRY-END.

      * Receipts into stock at the cost goodsrcv captured (the
      * standing cost for older rows), issues out at the standing
      * cost invvalue values the shelves at, returns to a supplier
      * out at the receipt cost suprtn charged back. Adjustments and
      * customer returns are stock counts, not financial events here.
       0400-POST-MOVEMENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT MOVEMENTS-INPUT.
           IF NOT WS-MVT-STATUS-OK THEN
               DISPLAY "No data/mouvements-stock.txt - no stock "
                   "movements posted."
               GO TO 0400-POST-MOVEMENTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ MOVEMENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF MVT-DATE(1:6) EQUAL WS-THIS-PERIOD AND
                          (MVT-TYPE EQUAL "R" OR MVT-TYPE EQUAL "I" OR
                           MVT-TYPE EQUAL "S")
                       THEN
                           PERFORM 0410-MOVEMENT-ENTRY-BEGIN
                              THRU 0410-MOVEMENT-ENTRY-END
                           PERFORM 0800-POST-ENTRY-BEGIN
                              THRU 0800-POST-ENTRY-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MOVEMENTS-INPUT.
       0400-POST-MOVEMENTS-END.

       0410-MOVEMENT-ENTRY-BEGIN.
           PERFORM 0750-NEW-ENTRY-BEGIN THRU 0750-NEW-ENTRY-END.
           MOVE MVT-DATE TO WS-ENT-DATE.
           STRING "STOCK " MVT-ITEM-NAME
               DELIMITED BY SIZE INTO WS-ENT-SOURCE.
           EVALUATE MVT-TYPE
               WHEN "R"
                   MOVE "STK-RCPT" TO WS-ENT-EVENT
               WHEN "S"
                   MOVE "STK-RTS" TO WS-ENT-EVENT
               WHEN OTHER
                   MOVE "STK-ISSUE" TO WS-ENT-EVENT
           END-EVALUATE.
           IF MVT-QTY IS NOT NUMERIC THEN
               MOVE "Quantity not numeric on the movement row"
                   TO WS-ENT-REASON
               GO TO 0410-MOVEMENT-ENTRY-END
           END-IF.

           MOVE 0 TO WS-ITEM-COST.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ITM-TBL-SIZE
               IF WS-ITM-NAME(WS-IDX) EQUAL MVT-ITEM-NAME THEN
                   MOVE WS-ITM-COST(WS-IDX) TO WS-ITEM-COST
               END-IF
           END-PERFORM.
           IF (MVT-TYPE EQUAL "R" OR MVT-TYPE EQUAL "S") AND
              MVT-UNIT-COST IS NUMERIC THEN
               IF MVT-UNIT-COST > 0 THEN
                   MOVE MVT-UNIT-COST TO WS-ITEM-COST
               END-IF
           END-IF.
           IF WS-ITEM-COST EQUAL 0 THEN
               MOVE "No unit cost on file for the item"
                   TO WS-ENT-REASON
               GO TO 0410-MOVEMENT-ENTRY-END
           END-IF.
           COMPUTE WS-ENT-AMOUNT = MVT-QTY * WS-ITEM-COST.
           PERFORM 0770-SIMPLE-ENTRY-BEGIN THRU 0770-SIMPLE-ENTRY-END.
       0410-MOVEMENT-ENTRY-END.

      * Premiums billed by billing.cbl : invoice number (1:5), date
      * (7:8), amount (67:10); a pro-rata credit carries ADJ-CR at
      * (78:6) and posts the other way round.
       0500-POST-PREMIUMS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT INVOICE-REGISTER-INPUT.
           IF NOT WS-REG-STATUS-OK THEN
               DISPLAY "No output/factures.txt - no premiums posted."
               GO TO 0500-POST-PREMIUMS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ INVOICE-REGISTER-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF INV-REG-RCD(1:5) IS NUMERIC AND
                          INV-REG-RCD(7:6) EQUAL WS-THIS-PERIOD THEN
                           PERFORM 0510-PREMIUM-ENTRY-BEGIN
                              THRU 0510-PREMIUM-ENTRY-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-REGISTER-INPUT.
       0500-POST-PREMIUMS-END.

       0510-PREMIUM-ENTRY-BEGIN.
           PERFORM 0750-NEW-ENTRY-BEGIN THRU 0750-NEW-ENTRY-END.
           MOVE INV-REG-RCD(7:8) TO WS-ENT-DATE.
           STRING "PREMIUM " INV-REG-RCD(1:5)
               DELIMITED BY SIZE INTO WS-ENT-SOURCE.
           IF INV-REG-RCD(78:6) EQUAL "ADJ-CR" THEN
               MOVE "PREM-CRED" TO WS-ENT-EVENT
           ELSE
               MOVE "PREM-INV" TO WS-ENT-EVENT
           END-IF.
           IF INV-REG-RCD(67:7) IS NOT NUMERIC OR
              INV-REG-RCD(75:2) IS NOT NUMERIC THEN
               MOVE "Amount not numeric on the invoice row"
                   TO WS-ENT-REASON
           ELSE
               COMPUTE WS-ENT-AMOUNT =
                   FUNCTION NUMVAL(INV-REG-RCD(67:10))
               PERFORM 0770-SIMPLE-ENTRY-BEGIN
                  THRU 0770-SIMPLE-ENTRY-END
           END-IF.
           PERFORM 0800-POST-ENTRY-BEGIN THRU 0800-POST-ENTRY-END.
       0510-PREMIUM-ENTRY-END.

       0550-POST-RECEIPTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT RECEIPTS-INPUT.
           IF NOT WS-RCV-STATUS-OK THEN
               DISPLAY "No data/encaissements.txt - no premium "
                   "receipts posted."
               GO TO 0550-POST-RECEIPTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ RECEIPTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF RCV-DATE(1:6) EQUAL WS-THIS-PERIOD THEN
                           PERFORM 0560-RECEIPT-ENTRY-BEGIN
                              THRU 0560-RECEIPT-ENTRY-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECEIPTS-INPUT.
       0550-POST-RECEIPTS-END.

       0560-RECEIPT-ENTRY-BEGIN.
           PERFORM 0750-NEW-ENTRY-BEGIN THRU 0750-NEW-ENTRY-END.
           MOVE RCV-DATE TO WS-ENT-DATE.
      * A bank-returned direct debit is posted back the other way.
           IF RCV-RVSL EQUAL "R" THEN
               MOVE "PREM-RVSL" TO WS-ENT-EVENT
           ELSE
               MOVE "PREM-RCPT" TO WS-ENT-EVENT
           END-IF.
           STRING "RECEIPT " RCV-INV-NO
               DELIMITED BY SIZE INTO WS-ENT-SOURCE.
           IF RCV-AMOUNT(1:7) IS NOT NUMERIC OR
              RCV-AMOUNT(9:2) IS NOT NUMERIC THEN
               MOVE "Amount not numeric on the receipt row"
                   TO WS-ENT-REASON
           ELSE
               COMPUTE WS-ENT-AMOUNT = FUNCTION NUMVAL(RCV-AMOUNT)
               PERFORM 0770-SIMPLE-ENTRY-BEGIN
                  THRU 0770-SIMPLE-ENTRY-END
           END-IF.
           PERFORM 0800-POST-ENTRY-BEGIN THRU 0800-POST-ENTRY-END.
       0560-RECEIPT-ENTRY-END.

      * A claim costs money the day it is settled : SETTLED rows, and
      * the legacy rows without a status that were paid amounts.
      * Reserves on OPEN and REVISED rows are not yet paid. A row that
      * carries the paid-to-date column costs only the payment on it,
      * and PARTIAL rows are paid money too : posting a SETTLED row's
      * amount there would charge the earlier payments twice.
       0600-POST-CLAIMS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLAIMS-INPUT.
           IF NOT WS-CLM-STATUS-OK THEN
               DISPLAY "No data/sinistres.txt - no claims posted."
               GO TO 0600-POST-CLAIMS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLAIMS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF CLM-DATE(1:6) EQUAL WS-THIS-PERIOD AND
                          (CLM-STATUS EQUAL "SETTLED" OR
                           CLM-STATUS EQUAL "PARTIAL" OR
                           CLM-STATUS EQUAL SPACE) THEN
                           PERFORM 0610-CLAIM-ENTRY-BEGIN
                              THRU 0610-CLAIM-ENTRY-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLAIMS-INPUT.
       0600-POST-CLAIMS-END.

       0610-CLAIM-ENTRY-BEGIN.
      * Closing a part-paid claim moves no money.
           IF CLM-PAID NOT EQUAL SPACE AND
              (CLM-PAYMENT EQUAL SPACE OR
               CLM-PAYMENT EQUAL "000000.00") THEN
               GO TO 0610-CLAIM-ENTRY-END
           END-IF.
           PERFORM 0750-NEW-ENTRY-BEGIN THRU 0750-NEW-ENTRY-END.
           MOVE CLM-DATE TO WS-ENT-DATE.
           MOVE "CLAIM-PAID" TO WS-ENT-EVENT.
           IF CLM-ID IS NUMERIC THEN
               STRING "CLAIM " CLM-CODE "/" CLM-ID
                   DELIMITED BY SIZE INTO WS-ENT-SOURCE
           ELSE
               STRING "CLAIM " CLM-CODE
                   DELIMITED BY SIZE INTO WS-ENT-SOURCE
           END-IF.
           IF CLM-PAID EQUAL SPACE THEN
               MOVE CLM-AMOUNT TO WS-CLM-POST-AMT
           ELSE
               MOVE CLM-PAYMENT TO WS-CLM-POST-AMT
           END-IF.
           IF WS-CLM-POST-AMT(1:6) IS NOT NUMERIC OR
              WS-CLM-POST-AMT(8:2) IS NOT NUMERIC THEN
               MOVE "Amount not numeric on the claim row"
                   TO WS-ENT-REASON
           ELSE
               COMPUTE WS-ENT-AMOUNT =
                   FUNCTION NUMVAL(WS-CLM-POST-AMT)
               PERFORM 0770-SIMPLE-ENTRY-BEGIN
                  THRU 0770-SIMPLE-ENTRY-END
           END-IF.
           PERFORM 0800-POST-ENTRY-BEGIN THRU 0800-POST-ENTRY-END.
       0610-CLAIM-ENTRY-END.

       0700-WRITE-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "GLPOST" TO EOD-PROGRAM.
           MOVE WS-POSTED-CNT TO EOD-RECORDS-PROC.
           MOVE WS-REJECTED-CNT TO EOD-EXCEPTIONS.
           MOVE 2 TO EOD-FILES-WRITTEN.
           MOVE WS-POSTED-AMT TO EOD-KEY-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE WS-OPERATOR-ID TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0700-WRITE-EOD-LOG-END.

       0750-NEW-ENTRY-BEGIN.
           ADD 1 TO WS-EVENTS-READ.
           MOVE SPACES TO WS-ENT-EVENT WS-ENT-SOURCE WS-ENT-REASON.
           MOVE 0 TO WS-ENT-DATE WS-ENT-AMOUNT WS-ENT-LINE-CNT.
           MOVE 0 TO WS-VAT.
       0750-NEW-ENTRY-END.

      * Sets the reason itself when the event has no chart row, so
      * every caller rejects the same way.
       0760-MAP-EVENT-BEGIN.
           SET WS-MAP-FOUND-FALSE TO TRUE.
           MOVE SPACES TO WS-MAP-DEBIT WS-MAP-CREDIT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-EVT-TBL-SIZE
               IF WS-EVT-NAME(WS-IDX) EQUAL WS-MAP-EVENT THEN
                   MOVE WS-EVT-DEBIT(WS-IDX) TO WS-MAP-DEBIT
                   MOVE WS-EVT-CREDIT(WS-IDX) TO WS-MAP-CREDIT
                   SET WS-MAP-FOUND-TRUE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-MAP-FOUND-FALSE THEN
               MOVE SPACES TO WS-ENT-REASON
               STRING "Event " DELIMITED BY SIZE
                      WS-MAP-EVENT DELIMITED BY SPACE
                      " is not in the chart" DELIMITED BY SIZE
                   INTO WS-ENT-REASON
           END-IF.
       0760-MAP-EVENT-END.

      * The plain two-line entry : the event's debit account against
      * its credit account for the whole amount.
       0770-SIMPLE-ENTRY-BEGIN.
           MOVE WS-ENT-EVENT TO WS-MAP-EVENT.
           PERFORM 0760-MAP-EVENT-BEGIN THRU 0760-MAP-EVENT-END.
           IF WS-MAP-FOUND-FALSE THEN
               GO TO 0770-SIMPLE-ENTRY-END
           END-IF.
           MOVE WS-MAP-DEBIT TO WS-ADD-ACCOUNT.
           MOVE "D" TO WS-ADD-SIDE.
           MOVE WS-ENT-AMOUNT TO WS-ADD-AMOUNT.
           PERFORM 0780-ADD-LINE-BEGIN THRU 0780-ADD-LINE-END.
           MOVE WS-MAP-CREDIT TO WS-ADD-ACCOUNT.
           MOVE "C" TO WS-ADD-SIDE.
           PERFORM 0780-ADD-LINE-BEGIN THRU 0780-ADD-LINE-END.
       0770-SIMPLE-ENTRY-END.

       0780-ADD-LINE-BEGIN.
           IF WS-ENT-LINE-CNT >= 4 THEN
               MOVE "Entry has more than four lines"
                   TO WS-ENT-REASON
               GO TO 0780-ADD-LINE-END
           END-IF.
           ADD 1 TO WS-ENT-LINE-CNT.
           MOVE WS-ADD-ACCOUNT TO WS-ENT-ACCOUNT(WS-ENT-LINE-CNT).
           MOVE WS-ADD-SIDE    TO WS-ENT-SIDE(WS-ENT-LINE-CNT).
           MOVE WS-ADD-AMOUNT  TO WS-ENT-LINE-AMT(WS-ENT-LINE-CNT).
       0780-ADD-LINE-END.

      * Checks the entry built and writes it under the next entry
      * number, or writes it to the rejects with the first reason
      * found : unmapped event, an account with no "A" row, nothing
      * to post, or debits that do not equal credits.
       0800-POST-ENTRY-BEGIN.
           IF WS-ENT-REASON NOT EQUAL SPACE THEN
               PERFORM 0820-REJECT-ENTRY-BEGIN
                  THRU 0820-REJECT-ENTRY-END
               GO TO 0800-POST-ENTRY-END
           END-IF.
           MOVE 0 TO WS-ENT-DEBITS WS-ENT-CREDITS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ENT-LINE-CNT
               IF WS-ENT-SIDE(WS-IDX) EQUAL "D" THEN
                   ADD WS-ENT-LINE-AMT(WS-IDX) TO WS-ENT-DEBITS
               ELSE
                   ADD WS-ENT-LINE-AMT(WS-IDX) TO WS-ENT-CREDITS
               END-IF
               IF WS-ENT-REASON EQUAL SPACE THEN
                   PERFORM 0810-CHECK-ACCOUNT-BEGIN
                      THRU 0810-CHECK-ACCOUNT-END
               END-IF
           END-PERFORM.
           IF WS-ENT-REASON NOT EQUAL SPACE THEN
               PERFORM 0820-REJECT-ENTRY-BEGIN
                  THRU 0820-REJECT-ENTRY-END
               GO TO 0800-POST-ENTRY-END
           END-IF.
           IF WS-ENT-DEBITS EQUAL 0 THEN
               MOVE "Nothing to post - amount is zero"
                   TO WS-ENT-REASON
               PERFORM 0820-REJECT-ENTRY-BEGIN
                  THRU 0820-REJECT-ENTRY-END
               GO TO 0800-POST-ENTRY-END
           END-IF.
           IF WS-ENT-DEBITS NOT EQUAL WS-ENT-CREDITS THEN
               MOVE "Debits and credits do not balance"
                   TO WS-ENT-REASON
               PERFORM 0820-REJECT-ENTRY-BEGIN
                  THRU 0820-REJECT-ENTRY-END
               GO TO 0800-POST-ENTRY-END
           END-IF.

           ADD 1 TO WS-LAST-ENTRY-NO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ENT-LINE-CNT
               MOVE SPACES TO GL-RECORD
               MOVE WS-LAST-ENTRY-NO TO GL-ENTRY-NO
               MOVE WS-THIS-PERIOD TO GL-PERIOD
               MOVE WS-ENT-DATE TO GL-DATE
               MOVE WS-ENT-EVENT TO GL-EVENT
               MOVE WS-ENT-ACCOUNT(WS-IDX) TO GL-ACCOUNT
               MOVE WS-ENT-SIDE(WS-IDX) TO GL-SIDE
               MOVE WS-ENT-LINE-AMT(WS-IDX) TO GL-AMOUNT
               MOVE WS-ENT-SOURCE TO GL-SOURCE
               WRITE GL-RECORD
           END-PERFORM.
           ADD 1 TO WS-POSTED-CNT.
           ADD WS-ENT-DEBITS TO WS-POSTED-AMT.
       0800-POST-ENTRY-END.

       0820-REJECT-ENTRY-BEGIN.
           ADD 1 TO WS-REJECTED-CNT.
           MOVE WS-ENT-EVENT TO WS-REJ-EVENT.
           MOVE WS-ENT-DATE TO WS-REJ-DATE.
           MOVE WS-ENT-SOURCE TO WS-REJ-SOURCE.
           MOVE WS-ENT-AMOUNT TO WS-REJ-AMOUNT.
           MOVE WS-ENT-REASON TO WS-REJ-REASON.
           WRITE REJ-OUT-RCD FROM WS-REJ-DETAIL-LINE.
       0820-REJECT-ENTRY-END.

       0810-CHECK-ACCOUNT-BEGIN.
           IF WS-ENT-ACCOUNT(WS-IDX) EQUAL SPACE THEN
               MOVE SPACES TO WS-ENT-REASON
               STRING "Event " DELIMITED BY SIZE
                      WS-ENT-EVENT DELIMITED BY SPACE
                      " maps no account" DELIMITED BY SIZE
                   INTO WS-ENT-REASON
               GO TO 0810-CHECK-ACCOUNT-END
           END-IF.
           SET WS-ACC-FOUND-FALSE TO TRUE.
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-TBL-SIZE
               IF WS-ACC-CODE(WS-ACC-IDX) EQUAL
                  WS-ENT-ACCOUNT(WS-IDX) THEN
                   SET WS-ACC-FOUND-TRUE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-ACC-FOUND-FALSE THEN
               MOVE SPACES TO WS-ENT-REASON
               STRING "Account " WS-ENT-ACCOUNT(WS-IDX)
                      " is not in the chart"
                   DELIMITED BY SIZE INTO WS-ENT-REASON
           END-IF.
       0810-CHECK-ACCOUNT-END.

       0900-FREE-LOCK-BEGIN.
           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
       0900-FREE-LOCK-END.
