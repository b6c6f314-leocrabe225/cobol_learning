       IDENTIFICATION DIVISION.
       PROGRAM-ID. stogen.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Nightly step : every active standing order due on or before
      * the run date becomes a real order in num-commandes.txt and
      * lignes-commandes.txt, through the same refusals ordentry.cbl
      * applies at the keyboard. What could not be raised goes on
      * the exceptions report instead of silently not happening.
           SELECT STANDING-FILE
               ASSIGN TO "data/commandes-perm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STO-STATUS.

           SELECT STANDING-LINES-INPUT
               ASSIGN TO "data/lignes-perm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLN-STATUS.

      * Every client, deactivated ones included, so the report can
      * say why an order was not raised rather than "not found".
           SELECT CLIENTS-INPUT
               ASSIGN TO "data/clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

           SELECT HOLD-INPUT
               ASSIGN TO "data/credit-hold.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-STATUS.

           SELECT INVENTORY-INPUT
               ASSIGN TO "data/inventaire.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

      * Kit definitions : a kit line holds no stock of its own, so
      * its components are checked and backordered instead.
           SELECT KIT-INPUT
               ASSIGN TO "data/kits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KIT-STATUS.

           SELECT PRICE-CAT-INPUT
               ASSIGN TO "data/prix-catalogue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRC-STATUS.

           SELECT AGREEMENT-INPUT
               ASSIGN TO "data/accords-prix.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGR-STATUS.

           SELECT ORDERS-FILE
               ASSIGN TO "data/num-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.

           SELECT ORDER-LINES-FILE
               ASSIGN TO "data/lignes-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIN-STATUS.

           SELECT BACKORDER-FILE
               ASSIGN TO "data/backorders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKO-STATUS.

           SELECT PRICE-RULE-LOG-OUTPUT
               ASSIGN TO "output/price-rule.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRL-STATUS.

           SELECT EXCEPTION-REPORT-OUTPUT
               ASSIGN TO "output/standing-exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Shared end-of-day summary log, folded together with the other
      * day15/day17 report programs by eodsum.cbl.
           SELECT EOD-LOG-OUTPUT
               ASSIGN TO "output/eod-summary.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STANDING-FILE.
       COPY stordrcd.

       FD STANDING-LINES-INPUT.
       COPY slinrcd.

       FD CLIENTS-INPUT.
       COPY climast.

       FD HOLD-INPUT.
       01 HLD-RECORD.
           05 HLD-CLI-ID           PIC 9(04).
           05 FILLER               PIC X(01).
           05 HLD-DATE             PIC 9(08).
           05 FILLER               PIC X(01).
           05 HLD-AMOUNT           PIC 9(07)V99.

       FD INVENTORY-INPUT.
       01 INV-CTL-RECORD.
           05 INV-CTL-COUNT         PIC 9(04).
       COPY itemrcd.

       FD KIT-INPUT.
       COPY kitrcd.

       FD PRICE-CAT-INPUT.
       01 PRC-RECORD.
           05 PRC-ITEM-NAME        PIC X(10).
           05 FILLER               PIC X(01).
           05 PRC-EFF-DATE         PIC 9(08).
           05 FILLER               PIC X(01).
           05 PRC-PRICE            PIC 9(04).

       FD AGREEMENT-INPUT.
       COPY agrrcd.

       FD ORDERS-FILE.
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

       FD ORDER-LINES-FILE.
       01 LIN-RECORD.
           05 LIN-ORD-ID           PIC 9(05).
           05 FILLER               PIC X(01).
           05 LIN-ITEM-NAME        PIC X(10).
           05 FILLER               PIC X(01).
           05 LIN-QTY              PIC 9(03).
           05 FILLER               PIC X(01).
           05 LIN-UNIT-PRICE       PIC 9(04).

       FD BACKORDER-FILE.
       01 BKO-RECORD.
           05 BKO-ORD-ID           PIC 9(05).
           05 FILLER               PIC X(01).
           05 BKO-CLI-ID           PIC 9(04).
           05 FILLER               PIC X(01).
           05 BKO-ITEM-NAME        PIC X(10).
           05 FILLER               PIC X(01).
           05 BKO-QTY              PIC 9(03).
           05 FILLER               PIC X(01).
           05 BKO-DATE             PIC 9(08).

       FD PRICE-RULE-LOG-OUTPUT.
       01 PRL-OUT-RCD              PIC X(70).

       FD EXCEPTION-REPORT-OUTPUT.
       01 RPT-OUT-RCD              PIC X(92).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-F-STATUS                 PIC X(02).
           88 WS-F-STATUS-OK                    VALUE "00".
       01 WS-STO-STATUS               PIC X(02).
           88 WS-STO-STATUS-OK                  VALUE "00".
       01 WS-SLN-STATUS               PIC X(02).
           88 WS-SLN-STATUS-OK                  VALUE "00".
       01 WS-HLD-STATUS               PIC X(02).
           88 WS-HLD-STATUS-OK                  VALUE "00".
       01 WS-INV-STATUS               PIC X(02).
           88 WS-INV-STATUS-OK                  VALUE "00".
       01 WS-KIT-STATUS               PIC X(02).
           88 WS-KIT-STATUS-OK                  VALUE "00".
       01 WS-PRC-STATUS               PIC X(02).
           88 WS-PRC-STATUS-OK                  VALUE "00".
       01 WS-AGR-STATUS               PIC X(02).
           88 WS-AGR-STATUS-OK                  VALUE "00".
       01 WS-ORD-STATUS               PIC X(02).
           88 WS-ORD-STATUS-OK                  VALUE "00".
       01 WS-LIN-STATUS               PIC X(02).
           88 WS-LIN-STATUS-OK                  VALUE "00".
       01 WS-BKO-STATUS               PIC X(02).
           88 WS-BKO-STATUS-OK                  VALUE "00".
       01 WS-PRL-STATUS               PIC X(02).
           88 WS-PRL-STATUS-OK                  VALUE "00".
       01 WS-EOD-STATUS               PIC X(02).
           88 WS-EOD-STATUS-OK                  VALUE "00".

       77 WS-IDX                      PIC 9(05).

       77 WS-STO-TBL-SIZE             PIC 9(03) VALUE 0.
       01 WS-STO-TBL.
           05 WS-STO-IMAGE            PIC X(56) OCCURS 200 TIMES.
       77 WS-STO-IDX                  PIC 9(03).
       77 WS-STO-CHANGES              PIC 9(03) VALUE 0.

       77 WS-SLN-TBL-SIZE             PIC 9(04) VALUE 0.
       01 WS-SLN-TBL.
           05 WS-SLN-IMAGE            PIC X(20) OCCURS 2000 TIMES.
       77 WS-SLN-IDX                  PIC 9(04).

       77 WS-CLI-TBL-SIZE             PIC 9(04) VALUE 0.
       01 WS-CLI-TBL.
           05 WS-CLI OCCURS 9999 TIMES.
               10 WS-CLI-ID           PIC 9(04).
               10 WS-CLI-NAME         PIC X(10).
               10 WS-CLI-FNAME        PIC X(10).
               10 WS-CLI-ACTIVE       PIC X(01).
               10 WS-CLI-CREDIT-LIMIT PIC 9(07)V99.
               10 WS-CLI-ORD-TOTAL    PIC S9(09)V99.
       77 WS-CLI-FOUND-IDX            PIC 9(04).

       77 WS-HLD-TBL-SIZE             PIC 9(04) VALUE 0.
       01 WS-HLD-TBL.
           05 WS-HLD-CLI              PIC 9(04) OCCURS 9999 TIMES.
       77 WS-HLD-FOUND                PIC 9(01).
           88 WS-HLD-FOUND-TRUE                 VALUE 1.
           88 WS-HLD-FOUND-FALSE                VALUE 0.

      * On-hand per item, decremented as tonight's lines consume it,
      * exactly as ordentry.cbl does within one entry session.
       77 WS-ITEM-TBL-SIZE            PIC 9(02) VALUE 0.
       01 WS-ITEM-TBL.
           05 WS-ITEM OCCURS 99 TIMES.
               10 WS-ITEM-NAME        PIC X(10).
               10 WS-ITEM-AVAIL       PIC S9(06) COMP-5.
       77 WS-ITEM-FOUND-IDX           PIC 9(02).
      * A shortfall is as wide as a kit line's need; one backorder
      * row holds at most 999 of it (WS-BKO-PART).
       77 WS-SHORTFALL                PIC 9(06).
       77 WS-BKO-LEFT                 PIC 9(06).
       77 WS-BKO-PART                 PIC 9(03).
       77 WS-BACKORDER-ITEM           PIC X(10).

      * Every kit component row, in file order.
       77 WS-KIT-TBL-SIZE             PIC 9(03) VALUE 0.
       01 WS-KIT-TBL.
           05 WS-KIT OCCURS 300 TIMES.
               10 WS-KIT-ITEM         PIC X(10).
               10 WS-KIT-COMP         PIC X(10).
               10 WS-KIT-QTY          PIC 9(03).
       77 WS-KIT-IDX                  PIC 9(03).
       77 WS-KIT-FOUND                PIC 9(01).
           88 WS-KIT-FOUND-TRUE                 VALUE 1.
           88 WS-KIT-FOUND-FALSE                VALUE 0.
       77 WS-COMP-NEED                PIC 9(06).

       77 WS-PRC-TBL-SIZE             PIC 9(03) VALUE 0.
       01 WS-PRC-TBL.
           05 WS-PRC OCCURS 300 TIMES.
               10 WS-PRC-ITEM         PIC X(10).
               10 WS-PRC-EFF          PIC 9(08).
               10 WS-PRC-PRICE        PIC 9(04).
       77 WS-CAT-PRICE                PIC 9(04).
       77 WS-CAT-EFF                  PIC 9(08).
       77 WS-CAT-FOUND                PIC 9(01).
           88 WS-CAT-FOUND-TRUE                 VALUE 1.
           88 WS-CAT-FOUND-FALSE                VALUE 0.

       77 WS-AGR-TBL-SIZE             PIC 9(03) VALUE 0.
       01 WS-AGR-TBL.
           05 WS-AGR OCCURS 300 TIMES.
               10 WS-AGR-NO           PIC 9(05).
               10 WS-AGR-CLI-ID       PIC 9(04).
               10 WS-AGR-ITEM         PIC X(10).
               10 WS-AGR-EFF          PIC 9(08).
               10 WS-AGR-EXP          PIC 9(08).
               10 WS-AGR-MIN-QTY      PIC 9(03).
               10 WS-AGR-KIND         PIC X(01).
               10 WS-AGR-PRICE        PIC 9(04).
               10 WS-AGR-DISC-PCT     PIC 9(02)V99.
       77 WS-AGR-FOUND-IDX            PIC 9(03).
       77 WS-AGR-UNIT-PRICE           PIC 9(04).

      * Tonight's occurrence of one standing order, priced line by
      * line before anything is written, so an order that cannot be
      * priced in full is not raised in part.
       77 WS-GEN-LINE-CNT             PIC 9(02).
       01 WS-GEN-LINE-TBL.
           05 WS-GEN-LINE OCCURS 20 TIMES.
               10 WS-GEN-ITEM         PIC X(10).
               10 WS-GEN-QTY          PIC 9(03).
               10 WS-GEN-PRICE        PIC 9(04).
               10 WS-GEN-RULE         PIC X(10).
       77 WS-GEN-IDX                  PIC 9(02).
       77 WS-GEN-AMT                  PIC 9(07).
       77 WS-NEW-TOTAL                PIC S9(09)V99.
       77 WS-PRICED-OK                PIC 9(01).
           88 WS-PRICED-OK-TRUE                 VALUE 1.
           88 WS-PRICED-OK-FALSE                VALUE 0.

       77 WS-ENTRY-CLI-ID             PIC 9(04).
       77 WS-ENTRY-ITEM               PIC X(10).
       77 WS-ENTRY-QTY                PIC 9(03).
       77 WS-ENTRY-DATE               PIC 9(08).

       77 WS-NEXT-ORD-ID              PIC 9(05) VALUE 0.
       77 WS-SEQ-NAME                 PIC X(08).
       77 WS-SEQ-FALLBACK             PIC 9(09).
       77 WS-SEQ-CEILING              PIC 9(09).
       77 WS-SEQ-NEXT                 PIC 9(09).
       77 WS-POST-OK                  PIC 9(01).
           88 WS-POST-OK-TRUE                   VALUE 1.
           88 WS-POST-OK-FALSE                  VALUE 0.
      * Each order raised is posted to the client balance file.
       77 WS-BAL-TXN                  PIC X(01) VALUE "B".

      * Date arithmetic for moving a standing order on : weekly adds
      * seven days, monthly steps to the anchor day of the following
      * month, held back to that month's last day when it is short.
       77 WS-RUN-DATE                 PIC 9(08).
       77 WS-DATE-INTEGER             PIC S9(09) COMP-5.
       01 WS-STEP-DATE                PIC 9(08).
       01 WS-STEP-DATE-R REDEFINES WS-STEP-DATE.
           05 WS-STEP-YYYY            PIC 9(04).
           05 WS-STEP-MM              PIC 9(02).
           05 WS-STEP-DD              PIC 9(02).
       01 WS-MONTH-END-DATE           PIC 9(08).
       01 WS-MONTH-END-DATE-R REDEFINES WS-MONTH-END-DATE.
           05 WS-MEND-YYYY            PIC 9(04).
           05 WS-MEND-MM              PIC 9(02).
           05 WS-MEND-DD              PIC 9(02).
       77 WS-ANCHOR-DD                PIC 9(02).

       77 WS-DUE-CNT                  PIC 9(05) VALUE 0.
       77 WS-RAISED-CNT               PIC 9(05) VALUE 0.
       77 WS-SKIPPED-CNT              PIC 9(05) VALUE 0.
       77 WS-WARNING-CNT              PIC 9(05) VALUE 0.
       77 WS-LINES-ADDED              PIC 9(05) VALUE 0.
       77 WS-BACKORDERS-ADDED         PIC 9(05) VALUE 0.
       77 WS-RAISED-AMT               PIC 9(09) VALUE 0.
       77 WS-OPERATOR-ID              PIC X(08).

       77 WS-LOCK-NAME                PIC X(10).
       77 WS-LOCK-ACTION              PIC X(05).
       77 WS-LOCK-OK                  PIC 9(01).
           88 WS-LOCK-OK-TRUE                   VALUE 1.
           88 WS-LOCK-OK-FALSE                  VALUE 0.

       01 WS-PRL-LINE.
           05 WS-PRL-STAMP            PIC X(14).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-PRL-OPERATOR         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-PRL-ORD-ID           PIC 9(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-PRL-CLI-ID           PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-PRL-ITEM             PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-PRL-QTY              PIC 9(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-PRL-RULE             PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-PRL-PRICE            PIC 9(04).

       01 WS-RPT-TITLE-LINE.
           05 FILLER                  PIC X(37) VALUE
               "*** STANDING ORDERS NOT RAISED AS DUE".
           05 FILLER                  PIC X(03) VALUE " - ".
           05 WS-RPT-TITLE-DATE       PIC 9(08).
           05 FILLER                  PIC X(04) VALUE " ***".

       01 WS-RPT-HEADING-LINE.
           05 FILLER                  PIC X(09) VALUE "Standing".
           05 FILLER                  PIC X(26) VALUE "Client".
           05 FILLER                  PIC X(10) VALUE "Due".
           05 FILLER                  PIC X(06) VALUE "Reason".

       01 WS-RPT-DETAIL-LINE.
           05 WS-RPT-STO-NO           PIC 9(05).
           05 FILLER                  PIC X(04) VALUE SPACE.
           05 WS-RPT-CLI-ID           PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-CLI-FNAME        PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-CLI-NAME         PIC X(10).
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-DUE-DATE         PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-REASON           PIC X(45).

       01 WS-REASON-ITEM.
           05 FILLER                  PIC X(31) VALUE
               "no agreement/catalogue price : ".
           05 WS-RSN-ITEM             PIC X(10).
       01 WS-REASON-LIMIT.
           05 FILLER                  PIC X(15) VALUE
               "raised as order".
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RSN-ORD-ID           PIC 9(05).
           05 FILLER                  PIC X(22) VALUE
               " - over credit limit".
       01 WS-REASON-ENDED.
           05 FILLER                  PIC X(09) VALUE "ended on ".
           05 WS-RSN-END-DATE         PIC 9(08).
           05 FILLER                  PIC X(22) VALUE
               " - no order raised".

       01 WS-RPT-TRAILER-LINE.
           05 FILLER                  PIC X(21) VALUE
               "*** END OF REPORT - ".
           05 WS-TRL-RAISED           PIC ZZZZ9.
           05 FILLER                  PIC X(10) VALUE " RAISED - ".
           05 WS-TRL-SKIPPED          PIC ZZZZ9.
           05 FILLER                  PIC X(17) VALUE
               " NOT RAISED - ".
           05 WS-TRL-AMT              PIC ZZZZZZZZ9.
           05 FILLER                  PIC X(04) VALUE " ***".

       PROCEDURE DIVISION.
      * The standing-order file is rewritten with its due dates moved
      * on, so the night run takes the same lock stomaint.cbl does.
           MOVE "commperm" TO WS-LOCK-NAME.
           MOVE "GET" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           IF WS-LOCK-OK-FALSE THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-ENTRY-DATE.

           PERFORM 0150-LOAD-STANDING-BEGIN
              THRU 0150-LOAD-STANDING-END.
           PERFORM 0160-LOAD-LINES-BEGIN
              THRU 0160-LOAD-LINES-END.
           PERFORM 0100-LOAD-CLIENTS-BEGIN
              THRU 0100-LOAD-CLIENTS-END.
           PERFORM 0110-LOAD-HOLDS-BEGIN
              THRU 0110-LOAD-HOLDS-END.
           PERFORM 0120-LOAD-INVENTORY-BEGIN
              THRU 0120-LOAD-INVENTORY-END.
           PERFORM 0125-LOAD-KITS-BEGIN
              THRU 0125-LOAD-KITS-END.
           PERFORM 0130-LOAD-CATALOGUE-BEGIN
              THRU 0130-LOAD-CATALOGUE-END.
           PERFORM 0140-LOAD-AGREEMENTS-BEGIN
              THRU 0140-LOAD-AGREEMENTS-END.
           PERFORM 0200-SCAN-ORDERS-BEGIN
              THRU 0200-SCAN-ORDERS-END.

           OPEN OUTPUT EXCEPTION-REPORT-OUTPUT.
           MOVE WS-RUN-DATE TO WS-RPT-TITLE-DATE.
           MOVE WS-RPT-TITLE-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-HEADING-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

           OPEN EXTEND ORDERS-FILE.
           IF NOT WS-ORD-STATUS-OK THEN
               OPEN OUTPUT ORDERS-FILE
           END-IF.
           OPEN EXTEND ORDER-LINES-FILE.
           IF NOT WS-LIN-STATUS-OK THEN
               OPEN OUTPUT ORDER-LINES-FILE
           END-IF.

           PERFORM VARYING WS-STO-IDX FROM 1 BY 1
                   UNTIL WS-STO-IDX > WS-STO-TBL-SIZE
               PERFORM 0300-RAISE-ONE-BEGIN
                  THRU 0300-RAISE-ONE-END
           END-PERFORM.

           CLOSE ORDERS-FILE.
           CLOSE ORDER-LINES-FILE.

           IF WS-SKIPPED-CNT EQUAL 0 AND WS-WARNING-CNT EQUAL 0 THEN
               MOVE "(none)" TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-IF.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RAISED-CNT TO WS-TRL-RAISED.
           MOVE WS-SKIPPED-CNT TO WS-TRL-SKIPPED.
           MOVE WS-RAISED-AMT TO WS-TRL-AMT.
           MOVE WS-RPT-TRAILER-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           CLOSE EXCEPTION-REPORT-OUTPUT.

           IF WS-STO-CHANGES > 0 THEN
               PERFORM 0600-REWRITE-STANDING-BEGIN
                  THRU 0600-REWRITE-STANDING-END
           END-IF.
           PERFORM 0500-WRITE-EOD-LOG-BEGIN
              THRU 0500-WRITE-EOD-LOG-END.

           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.

           DISPLAY WS-RAISED-CNT " standing order(s) raised, "
               WS-LINES-ADDED " line(s), " WS-SKIPPED-CNT
               " not raised - see output/standing-exceptions.txt.".
           IF WS-BACKORDERS-ADDED > 0 THEN
               DISPLAY WS-BACKORDERS-ADDED " backorder(s) queued in "
                   "data/backorders.txt."
           END-IF.

      * Exit status for the scheduler : 0 clean, 4 when anything due
      * was not raised or went over a credit limit, 8 on the aborts.
           IF WS-SKIPPED-CNT > 0 OR WS-WARNING-CNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0100-LOAD-CLIENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLIENTS-INPUT.
           IF NOT WS-F-STATUS-OK THEN
               DISPLAY "Unable to open data/clients.txt, status "
                   WS-F-STATUS "."
               MOVE "FREE" TO WS-LOCK-ACTION
               CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
                   WS-LOCK-OK
               END-CALL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLIENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-CLI-TBL-SIZE < 9999 THEN
                           ADD 1 TO WS-CLI-TBL-SIZE
                           MOVE CLI-M-ID
                               TO WS-CLI-ID(WS-CLI-TBL-SIZE)
                           MOVE CLI-M-NAME
                               TO WS-CLI-NAME(WS-CLI-TBL-SIZE)
                           MOVE CLI-M-FNAME
                               TO WS-CLI-FNAME(WS-CLI-TBL-SIZE)
                           MOVE CLI-M-STATUS
                               TO WS-CLI-ACTIVE(WS-CLI-TBL-SIZE)
                           MOVE CLI-M-CREDIT-LIMIT
                               TO WS-CLI-CREDIT-LIMIT(WS-CLI-TBL-SIZE)
                           MOVE 0 TO WS-CLI-ORD-TOTAL(WS-CLI-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTS-INPUT.
       0100-LOAD-CLIENTS-END.

       0110-LOAD-HOLDS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT HOLD-INPUT.
           IF NOT WS-HLD-STATUS-OK THEN
               GO TO 0110-LOAD-HOLDS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ HOLD-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-HLD-TBL-SIZE < 9999 THEN
                           ADD 1 TO WS-HLD-TBL-SIZE
                           MOVE HLD-CLI-ID
                               TO WS-HLD-CLI(WS-HLD-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-INPUT.
       0110-LOAD-HOLDS-END.

      * A missing inventory file just means no availability check,
      * the same as at the keyboard.
       0120-LOAD-INVENTORY-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT INVENTORY-INPUT.
           IF NOT WS-INV-STATUS-OK THEN
               GO TO 0120-LOAD-INVENTORY-END
           END-IF.
      * Skip the leading control-total record.
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
                           ADD 1 TO WS-ITEM-TBL-SIZE
                           MOVE ITEM-NAME
                               TO WS-ITEM-NAME(WS-ITEM-TBL-SIZE)
                           MOVE FUNCTION NUMVAL(ITEM-AMOUNT)
                               TO WS-ITEM-AVAIL(WS-ITEM-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVENTORY-INPUT.
       0120-LOAD-INVENTORY-END.

      * No kit file simply means no item is a kit.
       0125-LOAD-KITS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT KIT-INPUT.
           IF NOT WS-KIT-STATUS-OK THEN
               GO TO 0125-LOAD-KITS-END
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
       0125-LOAD-KITS-END.

       0130-LOAD-CATALOGUE-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PRICE-CAT-INPUT.
           IF NOT WS-PRC-STATUS-OK THEN
               GO TO 0130-LOAD-CATALOGUE-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ PRICE-CAT-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-PRC-TBL-SIZE < 300 THEN
                           ADD 1 TO WS-PRC-TBL-SIZE
                           MOVE PRC-ITEM-NAME
                               TO WS-PRC-ITEM(WS-PRC-TBL-SIZE)
                           MOVE PRC-EFF-DATE
                               TO WS-PRC-EFF(WS-PRC-TBL-SIZE)
                           MOVE PRC-PRICE
                               TO WS-PRC-PRICE(WS-PRC-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRICE-CAT-INPUT.
       0130-LOAD-CATALOGUE-END.

       0140-LOAD-AGREEMENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT AGREEMENT-INPUT.
           IF NOT WS-AGR-STATUS-OK THEN
               GO TO 0140-LOAD-AGREEMENTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ AGREEMENT-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-AGR-TBL-SIZE < 300 THEN
                           ADD 1 TO WS-AGR-TBL-SIZE
                           MOVE AGR-NO
                               TO WS-AGR-NO(WS-AGR-TBL-SIZE)
                           MOVE AGR-CLI-ID
                               TO WS-AGR-CLI-ID(WS-AGR-TBL-SIZE)
                           MOVE AGR-ITEM-NAME
                               TO WS-AGR-ITEM(WS-AGR-TBL-SIZE)
                           MOVE AGR-EFF-DATE
                               TO WS-AGR-EFF(WS-AGR-TBL-SIZE)
                           MOVE AGR-EXP-DATE
                               TO WS-AGR-EXP(WS-AGR-TBL-SIZE)
                           MOVE AGR-MIN-QTY
                               TO WS-AGR-MIN-QTY(WS-AGR-TBL-SIZE)
                           MOVE AGR-KIND
                               TO WS-AGR-KIND(WS-AGR-TBL-SIZE)
                           MOVE AGR-PRICE
                               TO WS-AGR-PRICE(WS-AGR-TBL-SIZE)
                           MOVE AGR-DISC-PCT
                               TO WS-AGR-DISC-PCT(WS-AGR-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AGREEMENT-INPUT.
       0140-LOAD-AGREEMENTS-END.

      * No standing-order file just means nothing is due tonight.
       0150-LOAD-STANDING-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT STANDING-FILE.
           IF NOT WS-STO-STATUS-OK THEN
               DISPLAY "No data/commandes-perm.txt - no standing "
                   "orders to raise."
               GO TO 0150-LOAD-STANDING-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ STANDING-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-STO-TBL-SIZE < 200 THEN
                           ADD 1 TO WS-STO-TBL-SIZE
                           MOVE STO-RECORD
                               TO WS-STO-IMAGE(WS-STO-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STANDING-FILE.
       0150-LOAD-STANDING-END.

       0160-LOAD-LINES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT STANDING-LINES-INPUT.
           IF NOT WS-SLN-STATUS-OK THEN
               GO TO 0160-LOAD-LINES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ STANDING-LINES-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-SLN-TBL-SIZE < 2000 THEN
                           ADD 1 TO WS-SLN-TBL-SIZE
                           MOVE SLN-RECORD
                               TO WS-SLN-IMAGE(WS-SLN-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STANDING-LINES-INPUT.
       0160-LOAD-LINES-END.

      * The seed for the ORDER sequence and each client's committed
      * total for the credit-limit check, the same pass ordentry.cbl
      * makes at startup.
       0200-SCAN-ORDERS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           MOVE 0 TO WS-NEXT-ORD-ID.
           OPEN INPUT ORDERS-FILE.
           IF NOT WS-ORD-STATUS-OK THEN
               MOVE 1 TO WS-NEXT-ORD-ID
               GO TO 0200-SCAN-ORDERS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ ORDERS-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF ORD-IN-ID >= WS-NEXT-ORD-ID THEN
                           MOVE ORD-IN-ID TO WS-NEXT-ORD-ID
                       END-IF
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-CLI-TBL-SIZE
                           IF WS-CLI-ID(WS-IDX) EQUAL
                              ORD-IN-CLI-ID THEN
                               IF ORD-IN-TYPE EQUAL "C" THEN
                                   SUBTRACT ORD-IN-AMT FROM
                                       WS-CLI-ORD-TOTAL(WS-IDX)
                               ELSE
                                   ADD ORD-IN-AMT
                                       TO WS-CLI-ORD-TOTAL(WS-IDX)
                               END-IF
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE ORDERS-FILE.
           ADD 1 TO WS-NEXT-ORD-ID.
       0200-SCAN-ORDERS-END.

      * One standing order. A client refusal (deactivated, on credit
      * hold) or an operator suspension skips tonight's occurrence
      * and moves the due date on, as ordentry would have refused
      * that day's order. A data problem (no lines, no price) leaves
      * it due, so it is reported again every night until fixed.
      * A chain that missed nights raises one order, not a pile.
       0300-RAISE-ONE-BEGIN.
           MOVE WS-STO-IMAGE(WS-STO-IDX) TO STO-RECORD.
           IF STO-STATUS-ENDED OR STO-NEXT-DUE > WS-RUN-DATE THEN
               GO TO 0300-RAISE-ONE-END
           END-IF.
           ADD 1 TO WS-DUE-CNT.
           MOVE STO-CLI-ID TO WS-ENTRY-CLI-ID.
           MOVE 0 TO WS-CLI-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CLI-TBL-SIZE
               IF WS-CLI-ID(WS-IDX) EQUAL STO-CLI-ID THEN
                   MOVE WS-IDX TO WS-CLI-FOUND-IDX
               END-IF
           END-PERFORM.

      * Past its end date : it ends here, said once on the report.
           IF STO-END-DATE NOT EQUAL 0 AND
              STO-NEXT-DUE > STO-END-DATE THEN
               MOVE STO-END-DATE TO WS-RSN-END-DATE
               MOVE WS-REASON-ENDED TO WS-RPT-REASON
               PERFORM 0350-REPORT-LINE-BEGIN
                  THRU 0350-REPORT-LINE-END
               ADD 1 TO WS-SKIPPED-CNT
               MOVE "E" TO STO-STATUS
               PERFORM 0390-STORE-STANDING-BEGIN
                  THRU 0390-STORE-STANDING-END
               GO TO 0300-RAISE-ONE-END
           END-IF.

           IF STO-STATUS-SUSPENDED THEN
               MOVE "suspended - occurrence skipped" TO WS-RPT-REASON
               PERFORM 0360-SKIP-OCCURRENCE-BEGIN
                  THRU 0360-SKIP-OCCURRENCE-END
               GO TO 0300-RAISE-ONE-END
           END-IF.
           IF WS-CLI-FOUND-IDX EQUAL 0 THEN
               MOVE "client not in data/clients.txt" TO WS-RPT-REASON
               PERFORM 0360-SKIP-OCCURRENCE-BEGIN
                  THRU 0360-SKIP-OCCURRENCE-END
               GO TO 0300-RAISE-ONE-END
           END-IF.
           IF WS-CLI-ACTIVE(WS-CLI-FOUND-IDX) EQUAL "I" THEN
               MOVE "client deactivated - occurrence skipped"
                   TO WS-RPT-REASON
               PERFORM 0360-SKIP-OCCURRENCE-BEGIN
                  THRU 0360-SKIP-OCCURRENCE-END
               GO TO 0300-RAISE-ONE-END
           END-IF.
           SET WS-HLD-FOUND-FALSE TO TRUE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-HLD-TBL-SIZE
               IF WS-HLD-CLI(WS-IDX) EQUAL STO-CLI-ID THEN
                   SET WS-HLD-FOUND-TRUE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-HLD-FOUND-TRUE THEN
               MOVE "client on credit hold - occurrence skipped"
                   TO WS-RPT-REASON
               PERFORM 0360-SKIP-OCCURRENCE-BEGIN
                  THRU 0360-SKIP-OCCURRENCE-END
               GO TO 0300-RAISE-ONE-END
           END-IF.

           PERFORM 0320-PRICE-LINES-BEGIN
              THRU 0320-PRICE-LINES-END.
           IF WS-PRICED-OK-FALSE THEN
               PERFORM 0350-REPORT-LINE-BEGIN
                  THRU 0350-REPORT-LINE-END
               ADD 1 TO WS-SKIPPED-CNT
               GO TO 0300-RAISE-ONE-END
           END-IF.

           PERFORM 0340-WRITE-ORDER-BEGIN
              THRU 0340-WRITE-ORDER-END.
           MOVE ORD-IN-ID TO STO-LAST-ORD-ID.
           MOVE WS-RUN-DATE TO STO-LAST-RUN.
           PERFORM 0400-ADVANCE-BEGIN
              THRU 0400-ADVANCE-END.
           PERFORM 0390-STORE-STANDING-BEGIN
              THRU 0390-STORE-STANDING-END.
       0300-RAISE-ONE-END.

      * Prices every line of the standing order into the holding
      * table : the client's agreement first, else the catalogue.
      * With neither there is nobody to key a price at night, so the
      * order is held back with the item named.
       0320-PRICE-LINES-BEGIN.
           SET WS-PRICED-OK-FALSE TO TRUE.
           MOVE 0 TO WS-GEN-LINE-CNT.
           MOVE 0 TO WS-GEN-AMT.
           PERFORM VARYING WS-SLN-IDX FROM 1 BY 1
                   UNTIL WS-SLN-IDX > WS-SLN-TBL-SIZE
               MOVE WS-SLN-IMAGE(WS-SLN-IDX) TO SLN-RECORD
               IF SLN-STO-NO EQUAL STO-NO AND
                  WS-GEN-LINE-CNT < 20 THEN
                   ADD 1 TO WS-GEN-LINE-CNT
                   MOVE SLN-ITEM-NAME
                       TO WS-GEN-ITEM(WS-GEN-LINE-CNT)
                   MOVE SLN-QTY TO WS-GEN-QTY(WS-GEN-LINE-CNT)
               END-IF
           END-PERFORM.
           IF WS-GEN-LINE-CNT EQUAL 0 THEN
               MOVE "no item lines in data/lignes-perm.txt"
                   TO WS-RPT-REASON
               GO TO 0320-PRICE-LINES-END
           END-IF.

           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-LINE-CNT
               MOVE WS-GEN-ITEM(WS-GEN-IDX) TO WS-ENTRY-ITEM
               MOVE WS-GEN-QTY(WS-GEN-IDX) TO WS-ENTRY-QTY
               PERFORM 0330-PRICE-ONE-BEGIN
                  THRU 0330-PRICE-ONE-END
               IF WS-GEN-PRICE(WS-GEN-IDX) EQUAL 0 THEN
                   MOVE WS-ENTRY-ITEM TO WS-RSN-ITEM
                   MOVE WS-REASON-ITEM TO WS-RPT-REASON
                   GO TO 0320-PRICE-LINES-END
               END-IF
               COMPUTE WS-GEN-AMT = WS-GEN-AMT
                   + WS-GEN-QTY(WS-GEN-IDX) * WS-GEN-PRICE(WS-GEN-IDX)
           END-PERFORM.
      * The order file carries seven digits of euros.
           IF WS-GEN-AMT > 9999999 THEN
               MOVE "order amount over 9999999 - key it by hand"
                   TO WS-RPT-REASON
               GO TO 0320-PRICE-LINES-END
           END-IF.
           SET WS-PRICED-OK-TRUE TO TRUE.
       0320-PRICE-LINES-END.

      * ordentry.cbl's 0350/0355/0356 rules without the keyboard : the
      * catalogue row in force on the order date, then the client's
      * agreement with the highest break the quantity reaches.
       0330-PRICE-ONE-BEGIN.
           MOVE 0 TO WS-GEN-PRICE(WS-GEN-IDX).
           MOVE SPACE TO WS-GEN-RULE(WS-GEN-IDX).
           SET WS-CAT-FOUND-FALSE TO TRUE.
           MOVE 0 TO WS-CAT-EFF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PRC-TBL-SIZE
               IF WS-PRC-ITEM(WS-IDX) EQUAL WS-ENTRY-ITEM AND
                  WS-PRC-EFF(WS-IDX) <= WS-ENTRY-DATE AND
                  WS-PRC-EFF(WS-IDX) >= WS-CAT-EFF THEN
                   SET WS-CAT-FOUND-TRUE TO TRUE
                   MOVE WS-PRC-EFF(WS-IDX) TO WS-CAT-EFF
                   MOVE WS-PRC-PRICE(WS-IDX) TO WS-CAT-PRICE
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-AGR-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-AGR-TBL-SIZE
               IF WS-AGR-CLI-ID(WS-IDX) EQUAL WS-ENTRY-CLI-ID AND
                  WS-AGR-ITEM(WS-IDX) EQUAL WS-ENTRY-ITEM AND
                  WS-AGR-EFF(WS-IDX) <= WS-ENTRY-DATE AND
                  WS-AGR-EXP(WS-IDX) >= WS-ENTRY-DATE AND
                  WS-AGR-MIN-QTY(WS-IDX) <= WS-ENTRY-QTY THEN
                   IF WS-AGR-KIND(WS-IDX) EQUAL "F" OR
                      WS-CAT-FOUND-TRUE THEN
                       PERFORM 0335-BETTER-AGREEMENT-BEGIN
                          THRU 0335-BETTER-AGREEMENT-END
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-AGR-FOUND-IDX > 0 THEN
               IF WS-AGR-KIND(WS-AGR-FOUND-IDX) EQUAL "F" THEN
                   MOVE WS-AGR-PRICE(WS-AGR-FOUND-IDX)
                       TO WS-AGR-UNIT-PRICE
               ELSE
                   COMPUTE WS-AGR-UNIT-PRICE ROUNDED =
                       WS-CAT-PRICE
                       * (100 - WS-AGR-DISC-PCT(WS-AGR-FOUND-IDX))
                       / 100
               END-IF
               MOVE WS-AGR-UNIT-PRICE TO WS-GEN-PRICE(WS-GEN-IDX)
               STRING "AGR " DELIMITED BY SIZE
                      WS-AGR-NO(WS-AGR-FOUND-IDX) DELIMITED BY SIZE
                   INTO WS-GEN-RULE(WS-GEN-IDX)
               GO TO 0330-PRICE-ONE-END
           END-IF.
           IF WS-CAT-FOUND-TRUE THEN
               MOVE WS-CAT-PRICE TO WS-GEN-PRICE(WS-GEN-IDX)
               MOVE "CATALOGUE" TO WS-GEN-RULE(WS-GEN-IDX)
           END-IF.
       0330-PRICE-ONE-END.

       0335-BETTER-AGREEMENT-BEGIN.
           IF WS-AGR-FOUND-IDX EQUAL 0 THEN
               MOVE WS-IDX TO WS-AGR-FOUND-IDX
               GO TO 0335-BETTER-AGREEMENT-END
           END-IF.
           IF WS-AGR-MIN-QTY(WS-IDX) >
              WS-AGR-MIN-QTY(WS-AGR-FOUND-IDX) THEN
               MOVE WS-IDX TO WS-AGR-FOUND-IDX
               GO TO 0335-BETTER-AGREEMENT-END
           END-IF.
           IF WS-AGR-MIN-QTY(WS-IDX) EQUAL
              WS-AGR-MIN-QTY(WS-AGR-FOUND-IDX) AND
              WS-AGR-EFF(WS-IDX) > WS-AGR-EFF(WS-AGR-FOUND-IDX) THEN
               MOVE WS-IDX TO WS-AGR-FOUND-IDX
           END-IF.
       0335-BETTER-AGREEMENT-END.

      * The order number from getseq at the moment of writing, then
      * header, lines, stock check and price-rule log exactly as a
      * keyed order. Going over the credit limit only warns at the
      * keyboard, so here it raises the order and says so.
       0340-WRITE-ORDER-BEGIN.
           MOVE "ORDER" TO WS-SEQ-NAME.
           COMPUTE WS-SEQ-FALLBACK = WS-NEXT-ORD-ID - 1.
           MOVE 99999 TO WS-SEQ-CEILING.
           CALL "getseq" USING WS-SEQ-NAME WS-SEQ-FALLBACK
               WS-SEQ-CEILING WS-SEQ-NEXT
           END-CALL.
           IF WS-SEQ-NEXT > 0 THEN
               MOVE WS-SEQ-NEXT TO WS-NEXT-ORD-ID
           END-IF.
           MOVE SPACE TO ORD-IN-RECORD.
           MOVE STO-CLI-ID     TO ORD-IN-CLI-ID.
           MOVE WS-NEXT-ORD-ID TO ORD-IN-ID.
           MOVE WS-GEN-AMT     TO ORD-IN-AMT.
           MOVE WS-RUN-DATE    TO ORD-IN-DATE.
           MOVE "O"            TO ORD-IN-TYPE.
           WRITE ORD-IN-RECORD.
           CALL "ordpost" USING ORD-IN-RECORD WS-POST-OK
           END-CALL.
           CALL "balpost" USING ORD-IN-CLI-ID WS-BAL-TXN ORD-IN-AMT
               ORD-IN-DATE
           END-CALL.

           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-LINE-CNT
               MOVE SPACE TO LIN-RECORD
               MOVE WS-NEXT-ORD-ID TO LIN-ORD-ID
               MOVE WS-GEN-ITEM(WS-GEN-IDX) TO LIN-ITEM-NAME
               MOVE WS-GEN-QTY(WS-GEN-IDX) TO LIN-QTY
               MOVE WS-GEN-PRICE(WS-GEN-IDX) TO LIN-UNIT-PRICE
               WRITE LIN-RECORD
               ADD 1 TO WS-LINES-ADDED
               PERFORM 0345-CHECK-STOCK-BEGIN
                  THRU 0345-CHECK-STOCK-END
               PERFORM 0347-LOG-RULE-BEGIN
                  THRU 0347-LOG-RULE-END
           END-PERFORM.

           COMPUTE WS-NEW-TOTAL =
               WS-CLI-ORD-TOTAL(WS-CLI-FOUND-IDX) + WS-GEN-AMT.
           IF WS-NEW-TOTAL >
              WS-CLI-CREDIT-LIMIT(WS-CLI-FOUND-IDX) THEN
               MOVE WS-NEXT-ORD-ID TO WS-RSN-ORD-ID
               MOVE WS-REASON-LIMIT TO WS-RPT-REASON
               PERFORM 0350-REPORT-LINE-BEGIN
                  THRU 0350-REPORT-LINE-END
               ADD 1 TO WS-WARNING-CNT
           END-IF.
           ADD WS-GEN-AMT TO WS-CLI-ORD-TOTAL(WS-CLI-FOUND-IDX).
           ADD WS-GEN-AMT TO WS-RAISED-AMT.
           ADD 1 TO WS-RAISED-CNT.
           ADD 1 TO WS-NEXT-ORD-ID.
       0340-WRITE-ORDER-END.

      * ordentry.cbl's 0340 : the line is raised in full and only the
      * part the shelves cannot cover queues as a backorder. A kit is
      * checked through its components, as at the keyboard.
       0345-CHECK-STOCK-BEGIN.
           SET WS-KIT-FOUND-FALSE TO TRUE.
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-TBL-SIZE
               IF WS-KIT-ITEM(WS-KIT-IDX) EQUAL LIN-ITEM-NAME THEN
                   SET WS-KIT-FOUND-TRUE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-KIT-FOUND-TRUE THEN
               PERFORM 0346-CHECK-KIT-STOCK-BEGIN
                  THRU 0346-CHECK-KIT-STOCK-END
               GO TO 0345-CHECK-STOCK-END
           END-IF.

           MOVE 0 TO WS-ITEM-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ITEM-TBL-SIZE
               IF WS-ITEM-NAME(WS-IDX) EQUAL LIN-ITEM-NAME THEN
                   MOVE WS-IDX TO WS-ITEM-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-ITEM-FOUND-IDX EQUAL 0 THEN
               GO TO 0345-CHECK-STOCK-END
           END-IF.

           IF LIN-QTY <= WS-ITEM-AVAIL(WS-ITEM-FOUND-IDX) THEN
               SUBTRACT LIN-QTY FROM WS-ITEM-AVAIL(WS-ITEM-FOUND-IDX)
               GO TO 0345-CHECK-STOCK-END
           END-IF.

           COMPUTE WS-SHORTFALL = LIN-QTY
               - WS-ITEM-AVAIL(WS-ITEM-FOUND-IDX).
           IF WS-ITEM-AVAIL(WS-ITEM-FOUND-IDX) < 0 THEN
               MOVE LIN-QTY TO WS-SHORTFALL
           END-IF.
           MOVE 0 TO WS-ITEM-AVAIL(WS-ITEM-FOUND-IDX).

           MOVE LIN-ITEM-NAME TO WS-BACKORDER-ITEM.
           MOVE WS-SHORTFALL  TO WS-BKO-PART.
           PERFORM 0349-QUEUE-BACKORDER-BEGIN
              THRU 0349-QUEUE-BACKORDER-END.
       0345-CHECK-STOCK-END.

      * ordentry.cbl's 0345/0346 : each component is drawn down by the
      * line quantity times what one kit takes of it, and what the
      * shelves cannot cover queues under the component's own name
      * so goodsrcv releases it when that item is delivered.
       0346-CHECK-KIT-STOCK-BEGIN.
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-TBL-SIZE
               IF WS-KIT-ITEM(WS-KIT-IDX) EQUAL LIN-ITEM-NAME THEN
                   PERFORM 0348-CHECK-COMPONENT-BEGIN
                      THRU 0348-CHECK-COMPONENT-END
               END-IF
           END-PERFORM.
       0346-CHECK-KIT-STOCK-END.

       0347-LOG-RULE-BEGIN.
           OPEN EXTEND PRICE-RULE-LOG-OUTPUT.
           IF NOT WS-PRL-STATUS-OK THEN
               OPEN OUTPUT PRICE-RULE-LOG-OUTPUT
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-PRL-STAMP.
           CALL "getoper" USING WS-PRL-OPERATOR END-CALL.
           MOVE WS-NEXT-ORD-ID TO WS-PRL-ORD-ID.
           MOVE STO-CLI-ID     TO WS-PRL-CLI-ID.
           MOVE LIN-ITEM-NAME  TO WS-PRL-ITEM.
           MOVE LIN-QTY        TO WS-PRL-QTY.
           MOVE WS-GEN-RULE(WS-GEN-IDX) TO WS-PRL-RULE.
           MOVE LIN-UNIT-PRICE TO WS-PRL-PRICE.
           MOVE WS-PRL-LINE TO PRL-OUT-RCD.
           WRITE PRL-OUT-RCD.
           CLOSE PRICE-RULE-LOG-OUTPUT.
       0347-LOG-RULE-END.

      * A component not on data/inventaire.txt is not checked, as at
      * the keyboard. Nobody is there to key a big kit line as
      * smaller ones, so its shortfall is queued over as many rows of
      * at most 999 as it takes.
       0348-CHECK-COMPONENT-BEGIN.
           MOVE 0 TO WS-ITEM-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ITEM-TBL-SIZE
               IF WS-ITEM-NAME(WS-IDX) EQUAL WS-KIT-COMP(WS-KIT-IDX)
                  THEN
                   MOVE WS-IDX TO WS-ITEM-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-ITEM-FOUND-IDX EQUAL 0 THEN
               DISPLAY "*** WARNING *** kit component "
                   WS-KIT-COMP(WS-KIT-IDX) " is not in "
                   "data/inventaire.txt - not checked."
               GO TO 0348-CHECK-COMPONENT-END
           END-IF.

           COMPUTE WS-COMP-NEED = LIN-QTY * WS-KIT-QTY(WS-KIT-IDX).
           IF WS-COMP-NEED <= WS-ITEM-AVAIL(WS-ITEM-FOUND-IDX) THEN
               SUBTRACT WS-COMP-NEED
                   FROM WS-ITEM-AVAIL(WS-ITEM-FOUND-IDX)
               GO TO 0348-CHECK-COMPONENT-END
           END-IF.

           IF WS-ITEM-AVAIL(WS-ITEM-FOUND-IDX) < 0 THEN
               MOVE 0 TO WS-ITEM-AVAIL(WS-ITEM-FOUND-IDX)
           END-IF.
           COMPUTE WS-SHORTFALL = WS-COMP-NEED
               - WS-ITEM-AVAIL(WS-ITEM-FOUND-IDX).
           MOVE 0 TO WS-ITEM-AVAIL(WS-ITEM-FOUND-IDX).

           MOVE WS-KIT-COMP(WS-KIT-IDX) TO WS-BACKORDER-ITEM.
           MOVE WS-SHORTFALL TO WS-BKO-LEFT.
           PERFORM UNTIL WS-BKO-LEFT EQUAL 0
               IF WS-BKO-LEFT > 999 THEN
                   MOVE 999 TO WS-BKO-PART
               ELSE
                   MOVE WS-BKO-LEFT TO WS-BKO-PART
               END-IF
               SUBTRACT WS-BKO-PART FROM WS-BKO-LEFT
               PERFORM 0349-QUEUE-BACKORDER-BEGIN
                  THRU 0349-QUEUE-BACKORDER-END
           END-PERFORM.
       0348-CHECK-COMPONENT-END.

       0349-QUEUE-BACKORDER-BEGIN.
           OPEN EXTEND BACKORDER-FILE.
           IF NOT WS-BKO-STATUS-OK THEN
               OPEN OUTPUT BACKORDER-FILE
           END-IF.
           MOVE SPACE TO BKO-RECORD.
           MOVE WS-NEXT-ORD-ID    TO BKO-ORD-ID.
           MOVE STO-CLI-ID        TO BKO-CLI-ID.
           MOVE WS-BACKORDER-ITEM TO BKO-ITEM-NAME.
           MOVE WS-BKO-PART       TO BKO-QTY.
           MOVE WS-RUN-DATE       TO BKO-DATE.
           WRITE BKO-RECORD.
           CLOSE BACKORDER-FILE.
           ADD 1 TO WS-BACKORDERS-ADDED.
       0349-QUEUE-BACKORDER-END.

      * One exceptions-report line for the current standing order;
      * the caller has put the reason in WS-RPT-REASON.
       0350-REPORT-LINE-BEGIN.
           MOVE STO-NO       TO WS-RPT-STO-NO.
           MOVE STO-CLI-ID   TO WS-RPT-CLI-ID.
           IF WS-CLI-FOUND-IDX > 0 THEN
               MOVE WS-CLI-FNAME(WS-CLI-FOUND-IDX) TO WS-RPT-CLI-FNAME
               MOVE WS-CLI-NAME(WS-CLI-FOUND-IDX)  TO WS-RPT-CLI-NAME
           ELSE
               MOVE "(unknown)" TO WS-RPT-CLI-FNAME
               MOVE SPACE       TO WS-RPT-CLI-NAME
           END-IF.
           MOVE STO-NEXT-DUE TO WS-RPT-DUE-DATE.
           MOVE WS-RPT-DETAIL-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
       0350-REPORT-LINE-END.

       0360-SKIP-OCCURRENCE-BEGIN.
           PERFORM 0350-REPORT-LINE-BEGIN
              THRU 0350-REPORT-LINE-END.
           ADD 1 TO WS-SKIPPED-CNT.
           PERFORM 0400-ADVANCE-BEGIN
              THRU 0400-ADVANCE-END.
           PERFORM 0390-STORE-STANDING-BEGIN
              THRU 0390-STORE-STANDING-END.
       0360-SKIP-OCCURRENCE-END.

       0390-STORE-STANDING-BEGIN.
           MOVE STO-RECORD TO WS-STO-IMAGE(WS-STO-IDX).
           ADD 1 TO WS-STO-CHANGES.
       0390-STORE-STANDING-END.

      * Moves STO-NEXT-DUE past the run date, one period at a time.
       0400-ADVANCE-BEGIN.
           MOVE STO-START-DATE(7:2) TO WS-ANCHOR-DD.
           PERFORM 0410-NEXT-OCCURRENCE-BEGIN
              THRU 0410-NEXT-OCCURRENCE-END
              UNTIL STO-NEXT-DUE > WS-RUN-DATE.
       0400-ADVANCE-END.

       0410-NEXT-OCCURRENCE-BEGIN.
           IF STO-FREQ-WEEKLY THEN
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(STO-NEXT-DUE) + 7
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                   TO STO-NEXT-DUE
               GO TO 0410-NEXT-OCCURRENCE-END
           END-IF.
           MOVE STO-NEXT-DUE TO WS-STEP-DATE.
           IF WS-STEP-MM EQUAL 12 THEN
               MOVE 1 TO WS-STEP-MM
               ADD 1 TO WS-STEP-YYYY
           ELSE
               ADD 1 TO WS-STEP-MM
           END-IF.
      * The last day of the new month is the day before the first of
      * the one after it.
           MOVE WS-STEP-YYYY TO WS-MEND-YYYY.
           MOVE WS-STEP-MM TO WS-MEND-MM.
           MOVE 1 TO WS-MEND-DD.
           IF WS-MEND-MM EQUAL 12 THEN
               MOVE 1 TO WS-MEND-MM
               ADD 1 TO WS-MEND-YYYY
           ELSE
               ADD 1 TO WS-MEND-MM
           END-IF.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-END-DATE) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               TO WS-MONTH-END-DATE.
           IF WS-ANCHOR-DD > WS-MEND-DD THEN
               MOVE WS-MEND-DD TO WS-STEP-DD
           ELSE
               MOVE WS-ANCHOR-DD TO WS-STEP-DD
           END-IF.
           MOVE WS-STEP-DATE TO STO-NEXT-DUE.
       0410-NEXT-OCCURRENCE-END.

       0500-WRITE-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "STOGEN" TO EOD-PROGRAM.
           MOVE WS-DUE-CNT TO EOD-RECORDS-PROC.
           MOVE WS-SKIPPED-CNT TO EOD-EXCEPTIONS.
           MOVE 1 TO EOD-FILES-WRITTEN.
           MOVE WS-RAISED-AMT TO EOD-KEY-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE WS-OPERATOR-ID TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0500-WRITE-EOD-LOG-END.

       0600-REWRITE-STANDING-BEGIN.
           OPEN OUTPUT STANDING-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-STO-TBL-SIZE
               MOVE WS-STO-IMAGE(WS-IDX) TO STO-RECORD
               WRITE STO-RECORD
           END-PERFORM.
           CLOSE STANDING-FILE.
       0600-REWRITE-STANDING-END.
