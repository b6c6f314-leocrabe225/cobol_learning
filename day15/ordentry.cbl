               FILE STATUS IS WS-F-STATUS.

      * Read once on startup to learn the highest order ID already
      * taken, then re-opened in extend mode so every order this
      * program accepts is appended instead of hand-edited in.
           SELECT ORDERS-FILE
               ASSIGN TO "data/num-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-STATUS.

      * Quotes keyed in quoteent.cbl : a quote number typed here
      * becomes the order, its lines copied at the quoted prices,
      * and the quote is flagged converted so it cannot be used twice.
           SELECT QUOTE-FILE
               ASSIGN TO "data/devis.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUO-STATUS.

      * Work copy of devis.txt while one quote's row is replaced :
      * the file is streamed through it, so no quote is dropped
      * however many are on file.
           SELECT QUOTE-WORK-FILE
               ASSIGN TO "output/devis.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QWK-STATUS.

           SELECT QUOTE-LINES-INPUT
               ASSIGN TO "data/lignes-devis.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QLN-STATUS.

      * Negotiated prices and quantity breaks per client (agrmaint),
      * applied ahead of the catalogue so an agreed price is no
      * longer keyed as an override.
           SELECT AGREEMENT-INPUT
               ASSIGN TO "data/accords-prix.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGR-STATUS.

      * One row per order line saying which rule priced it :
      * catalogue, agreement, quote, keyed or override.
           SELECT PRICE-RULE-LOG-OUTPUT
               ASSIGN TO "output/price-rule.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRL-STATUS.

      * Kit definitions : a kit line holds no stock of its own, so it
      * is checked against the components it is made of.
           SELECT KIT-INPUT
               ASSIGN TO "data/kits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTS-INPUT.

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

       FD BACKORDER-FILE.
       01 BKO-RECORD.
           05 BKO-ORD-ID           PIC 9(05).
           05 FILLER               PIC X(01).
           05 BKO-CLI-ID           PIC 9(04).
           05 FILLER               PIC X(01).
           05 BKO-ITEM-NAME        PIC X(10).
           05 FILLER               PIC X(01).
           05 BKO-DATE             PIC 9(08).

       FD CREDIT-PENDING-FILE.
       01 CRP-RECORD               PIC X(31).

       FD HOLD-INPUT.
       01 HLD-RECORD.
           05 HLD-CLI-ID           PIC 9(04).
           05 FILLER               PIC X(01).
           05 HLD-DATE             PIC 9(08).
           05 FILLER               PIC X(01).
           05 HLD-AMOUNT           PIC 9(07)V99.

       FD ORDER-LINES-FILE.
       01 LIN-RECORD.
           05 LIN-ORD-ID           PIC 9(05).
           05 FILLER               PIC X(01).
           05 LIN-ITEM-NAME        PIC X(10).
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(01).
           05 LIN-UNIT-PRICE       PIC 9(04).

       FD QUOTE-FILE.
       COPY quotrcd.

       FD QUOTE-WORK-FILE.
       01 QWK-RCD                  PIC X(55).

       FD QUOTE-LINES-INPUT.
       COPY qlinrcd.

       FD AGREEMENT-INPUT.
       COPY agrrcd.

       FD PRICE-RULE-LOG-OUTPUT.
       01 PRL-OUT-RCD              PIC X(70).

       FD KIT-INPUT.
       COPY kitrcd.

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
       01 WS-HLD-STATUS               PIC X(02).
           88 WS-HLD-STATUS-OK                  VALUE "00".

       77 WS-HLD-TBL-SIZE             PIC 9(04) VALUE 0.
       01 WS-HLD-TBL.
           05 WS-HLD-CLI              PIC 9(04) OCCURS 9999 TIMES.
       77 WS-HLD-FOUND                PIC 9(01).
           88 WS-HLD-FOUND-TRUE                 VALUE 1.
           88 WS-HLD-FOUND-FALSE                VALUE 0.
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
       77 WS-BACKORDERS-ADDED         PIC 9(03) VALUE 0.
       77 WS-BACKORDER-ITEM           PIC X(10).

       01 WS-KIT-STATUS               PIC X(02).
           88 WS-KIT-STATUS-OK                  VALUE "00".
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
       77 WS-LINE-FIT                 PIC 9(01).
           88 WS-LINE-FIT-TRUE                  VALUE 1.
           88 WS-LINE-FIT-FALSE                 VALUE 0.

       01 WS-PRC-STATUS               PIC X(02).
           88 WS-PRC-STATUS-OK                  VALUE "00".
           05 FILLER                  PIC X(10) VALUE " keyed : ".
           05 WS-OVR-KEYED-PRICE      PIC 9(04).

       01 WS-AGR-STATUS               PIC X(02).
           88 WS-AGR-STATUS-OK                  VALUE "00".
       01 WS-PRL-STATUS               PIC X(02).
           88 WS-PRL-STATUS-OK                  VALUE "00".

      * The agreements in memory : the one pricing a line is the
      * client's rule for the item in force on the order date with
      * the highest quantity break the line reaches.
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
       77 WS-REF-PRICE                PIC 9(04).
       77 WS-PRICE-RULE               PIC X(10).

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

       77 WS-IDX                      PIC 9(04).
       77 WS-CLI-TBL-SIZE             PIC 9(04) VALUE 0.
       77 WS-CLI-TBL-MAX              PIC 9(04) VALUE 9999.
       77 WS-CLI-OVERFLOW-CNT         PIC 9(04) VALUE 0.

       01 WS-CLI-TBL.
           05 WS-CLI OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WS-CLI-TBL-SIZE.
               10 WS-CLI-ID           PIC 9(04).
               10 WS-CLI-NAME         PIC X(10).
               10 WS-CLI-FNAME        PIC X(10).
               10 WS-CLI-CREDIT-LIMIT PIC 9(07)V99.

       77 WS-NEXT-ORD-ID              PIC 9(05) VALUE 0.
      * Order numbers come from the shared getseq allocator; the
      * startup scan only survives as its first-run seed.
       77 WS-SEQ-NAME                 PIC X(08).
       77 WS-ORDERS-READ              PIC 9(04) VALUE 0.
       77 WS-ORDERS-ADDED             PIC 9(04) VALUE 0.

       77 WS-CLI-FOUND-IDX            PIC 9(04) VALUE 0.
       77 WS-ENTRY-CLI-ID             PIC 9(04).
       77 WS-ENTRY-AMT                PIC 9(07)V99.
       77 WS-AMT-RAW                  PIC X(10).
       77 WS-ENTRY-DATE               PIC 9(08).
       77 WS-ENTRY-TYPE               PIC X(01).
       77 WS-NEW-TOTAL                PIC S9(09)V99.
      * What the client owes is read off the client balance file at
      * entry time, so another session's orders and the payments
      * taken since this session started both count against the
      * credit limit; every order or credit note written here is
      * posted to it straight away.
       COPY clibal.
       77 WS-BAL-FOUND                PIC 9(01).
       77 WS-BAL-TXN                  PIC X(01).
       77 WS-USER-INPUT               PIC X(01).
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
      * perchk's verdict on a posting date : its month may still be
      * open, closed (refused), or closed with the date moved on to
      * the next open month.
       77 WS-PER-PROGRAM              PIC X(08) VALUE "ordentry".
       77 WS-PER-RESULT               PIC 9(01).
           88 WS-PER-OPEN                       VALUE 0.
           88 WS-PER-MOVED                      VALUE 1.
           88 WS-PER-REFUSED                    VALUE 2.
       77 WS-LINE-INPUT               PIC X(01).
       77 WS-ENTRY-ITEM               PIC X(10).
       77 WS-ENTRY-QTY                PIC 9(03).
       77 WS-ENTRY-PRICE              PIC 9(04).
       77 WS-LINES-ADDED              PIC 9(04) VALUE 0.

       01 WS-QUO-STATUS               PIC X(02).
           88 WS-QUO-STATUS-OK                  VALUE "00".
       01 WS-QLN-STATUS               PIC X(02).
           88 WS-QLN-STATUS-OK                  VALUE "00".
       01 WS-QWK-STATUS               PIC X(02).
           88 WS-QWK-STATUS-OK                  VALUE "00".
      * The quote being converted (zero for a keyed order) and its
      * header as last read, carried into the converted-flag rewrite.
       77 WS-QUOTE-NO                 PIC 9(05) VALUE 0.
       01 WS-QUO-IMAGE                PIC X(55).
       01 WS-QUO-FOUND                PIC 9(01).
           88 WS-QUO-FOUND-TRUE                 VALUE 1.
           88 WS-QUO-FOUND-FALSE                VALUE 0.
       77 WS-QUOTES-CONVERTED         PIC 9(03) VALUE 0.
       77 WS-QUO-LOCK-NAME            PIC X(10) VALUE "devis".
       77 WS-LOCK-ACTION              PIC X(05).
       77 WS-LOCK-OK                  PIC 9(01).
           88 WS-LOCK-OK-TRUE                   VALUE 1.
           88 WS-LOCK-OK-FALSE                  VALUE 0.

       01 WS-LIMIT-DISPLAY            PIC ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY            PIC ZZ,ZZZ,ZZ9.99.
       01 WS-AMT-DISPLAY              PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM 0100-LOAD-CLIENTS-BEGIN
           PERFORM 0170-LOAD-INVENTORY-BEGIN
              THRU 0170-LOAD-INVENTORY-END.

           PERFORM 0175-LOAD-KITS-BEGIN
              THRU 0175-LOAD-KITS-END.

           PERFORM 0180-LOAD-CATALOGUE-BEGIN
              THRU 0180-LOAD-CATALOGUE-END.

           PERFORM 0190-LOAD-AGREEMENTS-BEGIN
              THRU 0190-LOAD-AGREEMENTS-END.

           PERFORM 0200-SCAN-ORDERS-BEGIN
              THRU 0200-SCAN-ORDERS-END.

           DISPLAY WS-ORDERS-ADDED " order(s) appended to "
               "data/num-commandes.txt, " WS-LINES-ADDED
               " line item(s) to data/lignes-commandes.txt.".
           IF WS-QUOTES-CONVERTED > 0 THEN
               DISPLAY WS-QUOTES-CONVERTED " quote(s) converted and "
                   "flagged in data/devis.txt."
           END-IF.
           IF WS-BACKORDERS-ADDED > 0 THEN
               DISPLAY WS-BACKORDERS-ADDED " backorder(s) queued in "
                   "data/backorders.txt - goodsrcv releases them as "
                           MOVE CLI-M-FNAME TO WS-CLI-FNAME(WS-IDX)
                           MOVE CLI-M-CREDIT-LIMIT
                               TO WS-CLI-CREDIT-LIMIT(WS-IDX)
                       ELSE
                           ADD 1 TO WS-CLI-OVERFLOW-CNT
                       END-IF
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-HLD-TBL-SIZE < 9999 THEN
                           ADD 1 TO WS-HLD-TBL-SIZE
                           MOVE HLD-CLI-ID
                               TO WS-HLD-CLI(WS-HLD-TBL-SIZE)
           CLOSE INVENTORY-INPUT.
       0170-LOAD-INVENTORY-END.

      * No kit file simply means no item is a kit.
       0175-LOAD-KITS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT KIT-INPUT.
           IF NOT WS-KIT-STATUS-OK THEN
               GO TO 0175-LOAD-KITS-END
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
       0175-LOAD-KITS-END.

      * A missing catalogue just means prices stay operator-typed,
      * the way the suite ran before it existed.
       0180-LOAD-CATALOGUE-BEGIN.
           CLOSE PRICE-CAT-INPUT.
       0180-LOAD-CATALOGUE-END.

      * No agreement file just means every client pays the catalogue.
       0190-LOAD-AGREEMENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT AGREEMENT-INPUT.
           IF NOT WS-AGR-STATUS-OK THEN
               GO TO 0190-LOAD-AGREEMENTS-END
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
                       ELSE
                           DISPLAY "*** WARNING *** more than 300 "
                               "price agreements - the rest are not "
                               "applied this run."
                           SET WS-EOF-TRUE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AGREEMENT-INPUT.
       0190-LOAD-AGREEMENTS-END.

      * One pass over the existing order file : the next free ORD-IN-ID
      * is one past the highest already on file.
       0200-SCAN-ORDERS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDERS-FILE.
                           IF ORD-IN-ID >= WS-NEXT-ORD-ID THEN
                               MOVE ORD-IN-ID TO WS-NEXT-ORD-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDERS-FILE
       0200-SCAN-ORDERS-END.

       0300-ENTER-ORDER-BEGIN.
           DISPLAY "Client ID (4 digits) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CLI-ID.

           MOVE 0 TO WS-CLI-FOUND-IDX.
       0310-CAPTURE-ORDER-BEGIN.
           DISPLAY "Order for " WS-CLI-FNAME(WS-CLI-FOUND-IDX) " "
               WS-CLI-NAME(WS-CLI-FOUND-IDX) ".".
           DISPLAY "Order, credit note or quote to convert (O/C/Q, "
               "blank for order) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-TYPE.
           MOVE 0 TO WS-QUOTE-NO.
      * A quote brings its own amount and lines; only the order date
      * is asked, to hold it against the quote's validity end.
           IF WS-ENTRY-TYPE EQUAL "Q" THEN
               MOVE "O" TO WS-ENTRY-TYPE
               PERFORM 0360-LOAD-QUOTE-BEGIN
                  THRU 0360-LOAD-QUOTE-END
               IF WS-QUOTE-NO EQUAL 0 THEN
                   GO TO 0310-CAPTURE-ORDER-END
               END-IF
           ELSE
               IF WS-ENTRY-TYPE NOT EQUAL "C" THEN
                   MOVE "O" TO WS-ENTRY-TYPE
               END-IF
               DISPLAY "Amount (digits only, centimes last two) : "
                   WITH NO ADVANCING
               ACCEPT WS-AMT-RAW
               COMPUTE WS-ENTRY-AMT =
                   FUNCTION NUMVAL(WS-AMT-RAW) / 100
               DISPLAY "Order date (YYYYMMDD) : " WITH NO ADVANCING
               ACCEPT WS-ENTRY-DATE
           END-IF.

           CALL "datechk" USING WS-ENTRY-DATE WS-RETURN-VALUE
           END-CALL.
           SET WS-PER-OPEN TO TRUE.
           IF WS-RETURN-OK THEN
               CALL "perchk" USING WS-PER-PROGRAM WS-ENTRY-DATE
                   WS-PER-RESULT
               END-CALL
               IF WS-PER-MOVED THEN
                   DISPLAY "*** WARNING *** that period is closed - "
                       "dated " WS-ENTRY-DATE " instead."
               END-IF
           END-IF.
           IF NOT WS-RETURN-OK THEN
               DISPLAY "Not a possible date - order refused."
           ELSE
           IF WS-PER-REFUSED THEN
               DISPLAY "That date is in a closed accounting period - "
                   "order refused."
           ELSE
      * A moved date is held against the quote's validity end again :
      * the locked price only stands while the quote does.
           IF WS-QUOTE-NO > 0 AND WS-PER-MOVED AND
              WS-ENTRY-DATE > QUO-VALID-TO THEN
               DISPLAY "Quote " WS-QUOTE-NO " expired on "
                   QUO-VALID-TO " before the first open date "
                   WS-ENTRY-DATE " - order refused; quote again at "
                   "today's prices."
               MOVE 0 TO WS-QUOTE-NO
           ELSE
           IF WS-ENTRY-AMT EQUAL 0 THEN
               DISPLAY "Amount of zero - order refused."
           ELSE
      * A credit note reduces what the client owes, so it can never
      * push them past the limit - the warning is orders only.
               CALL "balget" USING WS-ENTRY-CLI-ID BAL-RECORD
                   WS-BAL-FOUND
               END-CALL
               IF BAL-OPEN-CREDIT THEN
                   COMPUTE WS-NEW-TOTAL = 0 - BAL-OPEN
               ELSE
                   MOVE BAL-OPEN TO WS-NEW-TOTAL
               END-IF
               IF WS-ENTRY-TYPE EQUAL "C" THEN
                   SUBTRACT WS-ENTRY-AMT FROM WS-NEW-TOTAL
               ELSE
                   ADD WS-ENTRY-AMT TO WS-NEW-TOTAL
               END-IF
               IF WS-ENTRY-TYPE NOT EQUAL "C" AND WS-NEW-TOTAL >
                  WS-CLI-CREDIT-LIMIT(WS-CLI-FOUND-IDX) THEN
               PERFORM 0320-WRITE-ORDER-BEGIN
                  THRU 0320-WRITE-ORDER-END
           END-IF
           END-IF
           END-IF
           END-IF.
       0310-CAPTURE-ORDER-END.

               END-IF
           END-IF.

      * A quote is claimed before anything is written, so another
      * session converting or cancelling it meanwhile refuses this
      * order instead of the same quote becoming two orders.
           IF WS-QUOTE-NO > 0 THEN
               PERFORM 0375-CLAIM-QUOTE-BEGIN
                  THRU 0375-CLAIM-QUOTE-END
               IF WS-QUOTE-NO EQUAL 0 THEN
                   GO TO 0320-WRITE-ORDER-END
               END-IF
           END-IF.

      * The ID comes from getseq at the moment of writing, so two
      * entry sessions can never hand out the same order number.
           MOVE "ORDER" TO WS-SEQ-NAME.
           COMPUTE WS-SEQ-FALLBACK = WS-NEXT-ORD-ID - 1.
           MOVE 99999 TO WS-SEQ-CEILING.
           CALL "getseq" USING WS-SEQ-NAME WS-SEQ-FALLBACK
               WS-SEQ-CEILING WS-SEQ-NEXT
           END-CALL.
      * ordmast.cbl maintains, so keyed readers see it at once.
           CALL "ordpost" USING ORD-IN-RECORD WS-POST-OK
           END-CALL.
           IF WS-ENTRY-TYPE EQUAL "C" THEN
               MOVE "C" TO WS-BAL-TXN
           ELSE
               MOVE "B" TO WS-BAL-TXN
           END-IF.
           CALL "balpost" USING ORD-IN-CLI-ID WS-BAL-TXN ORD-IN-AMT
               ORD-IN-DATE
           END-CALL.
           DISPLAY "Order " ORD-IN-ID " written.".
           IF WS-ENTRY-TYPE NOT EQUAL "C" THEN
               IF WS-QUOTE-NO > 0 THEN
                   PERFORM 0380-MARK-QUOTE-BEGIN
                      THRU 0380-MARK-QUOTE-END
                   PERFORM 0370-COPY-QUOTE-LINES-BEGIN
                      THRU 0370-COPY-QUOTE-LINES-END
               ELSE
                   PERFORM 0330-ENTER-LINES-BEGIN
                      THRU 0330-ENTER-LINES-END
               END-IF
           END-IF.
           ADD 1 TO WS-NEXT-ORD-ID.
           ADD 1 TO WS-ORDERS-ADDED.
       0325-QUEUE-CREDIT-BEGIN.
           MOVE "ORDER" TO WS-SEQ-NAME.
           COMPUTE WS-SEQ-FALLBACK = WS-NEXT-ORD-ID - 1.
           MOVE 99999 TO WS-SEQ-CEILING.
           CALL "getseq" USING WS-SEQ-NAME WS-SEQ-FALLBACK
               WS-SEQ-CEILING WS-SEQ-NEXT
           END-CALL.
           WRITE CRP-RECORD.
           CLOSE CREDIT-PENDING-FILE.
           ADD 1 TO WS-NEXT-ORD-ID.
           MOVE WS-ENTRY-AMT TO WS-AMT-DISPLAY.
           DISPLAY "Credit note " ORD-IN-ID " of " WS-AMT-DISPLAY
               " is over the " WS-CREDIT-LIMIT-C " threshold - "
               "held for supervisor approval.".
       0325-QUEUE-CREDIT-END.
                   ACCEPT WS-ENTRY-ITEM
                   DISPLAY "Quantity : " WITH NO ADVANCING
                   ACCEPT WS-ENTRY-QTY
                   PERFORM 0342-CHECK-KIT-FIT-BEGIN
                      THRU 0342-CHECK-KIT-FIT-END
                   IF WS-LINE-FIT-TRUE THEN
                       PERFORM 0350-PRICE-LINE-BEGIN
                          THRU 0350-PRICE-LINE-END
                       MOVE SPACE TO LIN-RECORD
                       MOVE WS-NEXT-ORD-ID TO LIN-ORD-ID
                       MOVE WS-ENTRY-ITEM  TO LIN-ITEM-NAME
                       MOVE WS-ENTRY-QTY   TO LIN-QTY
                       MOVE WS-ENTRY-PRICE TO LIN-UNIT-PRICE
                       WRITE LIN-RECORD
                       ADD 1 TO WS-LINES-ADDED
                       PERFORM 0340-CHECK-STOCK-BEGIN
                          THRU 0340-CHECK-STOCK-END
                   END-IF
               END-IF
           END-PERFORM.
       0330-ENTER-LINES-END.

      * The line price is the client's price agreement when one is in
      * force, else the catalogue row in force on the order date; a
      * keyed override of either is allowed but lands in the log with
      * the operator's ID, so "what did we charge in March" has an
      * answer. Whichever rule won is logged for every line.
       0350-PRICE-LINE-BEGIN.
           SET WS-CAT-FOUND-FALSE TO TRUE.
           MOVE 0 TO WS-CAT-EFF.
               END-IF
           END-PERFORM.

           PERFORM 0355-FIND-AGREEMENT-BEGIN
              THRU 0355-FIND-AGREEMENT-END.

           IF WS-AGR-FOUND-IDX EQUAL 0 AND WS-CAT-FOUND-FALSE THEN
               DISPLAY "Unit price : " WITH NO ADVANCING
               ACCEPT WS-ENTRY-PRICE
               MOVE "KEYED" TO WS-PRICE-RULE
               PERFORM 0357-LOG-RULE-BEGIN
                  THRU 0357-LOG-RULE-END
               GO TO 0350-PRICE-LINE-END
           END-IF.

           IF WS-AGR-FOUND-IDX > 0 THEN
               MOVE WS-AGR-UNIT-PRICE TO WS-REF-PRICE
               MOVE SPACE TO WS-PRICE-RULE
               STRING "AGR " DELIMITED BY SIZE
                      WS-AGR-NO(WS-AGR-FOUND-IDX) DELIMITED BY SIZE
                   INTO WS-PRICE-RULE
               DISPLAY "Agreement " WS-AGR-NO(WS-AGR-FOUND-IDX)
                   " price " WS-REF-PRICE " (from "
                   WS-AGR-MIN-QTY(WS-AGR-FOUND-IDX) " copies). "
                   "Override (0 to accept) : " WITH NO ADVANCING
           ELSE
               MOVE WS-CAT-PRICE TO WS-REF-PRICE
               MOVE "CATALOGUE" TO WS-PRICE-RULE
               DISPLAY "Catalogue price " WS-CAT-PRICE " (effective "
                   WS-CAT-EFF "). Override (0 to accept) : "
                   WITH NO ADVANCING
           END-IF.
           ACCEPT WS-ENTRY-PRICE.
           IF WS-ENTRY-PRICE EQUAL 0 OR
              WS-ENTRY-PRICE EQUAL WS-REF-PRICE THEN
               MOVE WS-REF-PRICE TO WS-ENTRY-PRICE
           ELSE
               OPEN EXTEND OVERRIDE-LOG-OUTPUT
               IF NOT WS-OVR-STATUS-OK THEN
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-OVR-STAMP
               CALL "getoper" USING WS-OVR-OPERATOR END-CALL
               MOVE WS-ENTRY-ITEM TO WS-OVR-ITEM
      * The "cat" column holds the price the line should have taken,
      * agreement or catalogue, so only a true exception lands here.
               MOVE WS-REF-PRICE TO WS-OVR-CAT-PRICE
               MOVE WS-ENTRY-PRICE TO WS-OVR-KEYED-PRICE
               MOVE WS-OVR-LINE TO OVR-OUT-RCD
               WRITE OVR-OUT-RCD
               CLOSE OVERRIDE-LOG-OUTPUT
               DISPLAY "Override logged."
               MOVE "OVERRIDE" TO WS-PRICE-RULE
           END-IF.
           PERFORM 0357-LOG-RULE-BEGIN
              THRU 0357-LOG-RULE-END.
       0350-PRICE-LINE-END.

      * Sets WS-AGR-FOUND-IDX to the agreement pricing this line (0 for
      * none) and WS-AGR-UNIT-PRICE to its price. A discount rule needs
      * a catalogue price to discount, so without one it cannot apply.
       0355-FIND-AGREEMENT-BEGIN.
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
                       PERFORM 0356-BETTER-AGREEMENT-BEGIN
                          THRU 0356-BETTER-AGREEMENT-END
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-AGR-FOUND-IDX EQUAL 0 THEN
               GO TO 0355-FIND-AGREEMENT-END
           END-IF.
           IF WS-AGR-KIND(WS-AGR-FOUND-IDX) EQUAL "F" THEN
               MOVE WS-AGR-PRICE(WS-AGR-FOUND-IDX) TO WS-AGR-UNIT-PRICE
           ELSE
               COMPUTE WS-AGR-UNIT-PRICE ROUNDED =
                   WS-CAT-PRICE
                   * (100 - WS-AGR-DISC-PCT(WS-AGR-FOUND-IDX)) / 100
           END-IF.
       0355-FIND-AGREEMENT-END.

      * The higher quantity break wins; on a tie the later effective
      * date, so a renegotiated rule supersedes the one it replaces.
       0356-BETTER-AGREEMENT-BEGIN.
           IF WS-AGR-FOUND-IDX EQUAL 0 THEN
               MOVE WS-IDX TO WS-AGR-FOUND-IDX
               GO TO 0356-BETTER-AGREEMENT-END
           END-IF.
           IF WS-AGR-MIN-QTY(WS-IDX) >
              WS-AGR-MIN-QTY(WS-AGR-FOUND-IDX) THEN
               MOVE WS-IDX TO WS-AGR-FOUND-IDX
               GO TO 0356-BETTER-AGREEMENT-END
           END-IF.
           IF WS-AGR-MIN-QTY(WS-IDX) EQUAL
              WS-AGR-MIN-QTY(WS-AGR-FOUND-IDX) AND
              WS-AGR-EFF(WS-IDX) > WS-AGR-EFF(WS-AGR-FOUND-IDX) THEN
               MOVE WS-IDX TO WS-AGR-FOUND-IDX
           END-IF.
       0356-BETTER-AGREEMENT-END.

       0357-LOG-RULE-BEGIN.
           OPEN EXTEND PRICE-RULE-LOG-OUTPUT.
           IF NOT WS-PRL-STATUS-OK THEN
               OPEN OUTPUT PRICE-RULE-LOG-OUTPUT
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-PRL-STAMP.
           CALL "getoper" USING WS-PRL-OPERATOR END-CALL.
           MOVE WS-NEXT-ORD-ID  TO WS-PRL-ORD-ID.
           MOVE WS-ENTRY-CLI-ID TO WS-PRL-CLI-ID.
           MOVE WS-ENTRY-ITEM   TO WS-PRL-ITEM.
           MOVE WS-ENTRY-QTY    TO WS-PRL-QTY.
           MOVE WS-PRICE-RULE   TO WS-PRL-RULE.
           MOVE WS-ENTRY-PRICE  TO WS-PRL-PRICE.
           MOVE WS-PRL-LINE TO PRL-OUT-RCD.
           WRITE PRL-OUT-RCD.
           CLOSE PRICE-RULE-LOG-OUTPUT.
       0357-LOG-RULE-END.

      * The line is taken in full either way - only the part the
      * shelves cannot cover queues as a backorder, and what is left
      * on hand shrinks so the next line sees the truth.
       0340-CHECK-STOCK-BEGIN.
           SET WS-KIT-FOUND-FALSE TO TRUE.
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-TBL-SIZE
               IF WS-KIT-ITEM(WS-KIT-IDX) EQUAL WS-ENTRY-ITEM THEN
                   SET WS-KIT-FOUND-TRUE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-KIT-FOUND-TRUE THEN
               PERFORM 0345-CHECK-KIT-STOCK-BEGIN
                  THRU 0345-CHECK-KIT-STOCK-END
               GO TO 0340-CHECK-STOCK-END
           END-IF.

           MOVE 0 TO WS-ITEM-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ITEM-TBL-SIZE
           END-IF.
           MOVE 0 TO WS-ITEM-AVAIL(WS-ITEM-FOUND-IDX).

           MOVE WS-ENTRY-ITEM TO WS-BACKORDER-ITEM.
           MOVE WS-SHORTFALL  TO WS-BKO-PART.
           PERFORM 0348-QUEUE-BACKORDER-BEGIN
              THRU 0348-QUEUE-BACKORDER-END.
           DISPLAY "Only part of that line is on hand - "
               WS-SHORTFALL " backordered.".
       0340-CHECK-STOCK-END.

      * A keyed kit line is refused before it is priced or written
      * when a component would fall short by more than one backorder
      * row can hold : the operator keys it as smaller lines instead.
       0342-CHECK-KIT-FIT-BEGIN.
           SET WS-LINE-FIT-TRUE TO TRUE.
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-TBL-SIZE
               IF WS-KIT-ITEM(WS-KIT-IDX) EQUAL WS-ENTRY-ITEM THEN
                   PERFORM 0343-CHECK-COMP-FIT-BEGIN
                      THRU 0343-CHECK-COMP-FIT-END
               END-IF
           END-PERFORM.
       0342-CHECK-KIT-FIT-END.

       0343-CHECK-COMP-FIT-BEGIN.
           MOVE 0 TO WS-ITEM-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ITEM-TBL-SIZE
               IF WS-ITEM-NAME(WS-IDX) EQUAL WS-KIT-COMP(WS-KIT-IDX)
                  THEN
                   MOVE WS-IDX TO WS-ITEM-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-ITEM-FOUND-IDX EQUAL 0 THEN
               GO TO 0343-CHECK-COMP-FIT-END
           END-IF.

           COMPUTE WS-COMP-NEED = WS-ENTRY-QTY * WS-KIT-QTY(WS-KIT-IDX).
           MOVE 0 TO WS-SHORTFALL.
           IF WS-COMP-NEED > WS-ITEM-AVAIL(WS-ITEM-FOUND-IDX) THEN
               IF WS-ITEM-AVAIL(WS-ITEM-FOUND-IDX) > 0 THEN
                   COMPUTE WS-SHORTFALL = WS-COMP-NEED
                       - WS-ITEM-AVAIL(WS-ITEM-FOUND-IDX)
               ELSE
                   MOVE WS-COMP-NEED TO WS-SHORTFALL
               END-IF
           END-IF.
           IF WS-SHORTFALL > 999 THEN
               SET WS-LINE-FIT-FALSE TO TRUE
               DISPLAY "Kit component " WS-KIT-COMP(WS-KIT-IDX)
                   " would be short by " WS-SHORTFALL " - line "
                   "refused; key it as smaller lines."
           END-IF.
       0343-CHECK-COMP-FIT-END.

      * A kit line draws each component down by the line quantity
      * times what one kit takes of it. A component the shelves
      * cannot cover queues as a backorder under its own name, so
      * goodsrcv releases it when that item is delivered.
       0345-CHECK-KIT-STOCK-BEGIN.
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-TBL-SIZE
               IF WS-KIT-ITEM(WS-KIT-IDX) EQUAL WS-ENTRY-ITEM THEN
                   PERFORM 0346-CHECK-COMPONENT-BEGIN
                      THRU 0346-CHECK-COMPONENT-END
               END-IF
           END-PERFORM.
       0345-CHECK-KIT-STOCK-END.

       0346-CHECK-COMPONENT-BEGIN.
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
               GO TO 0346-CHECK-COMPONENT-END
           END-IF.

           COMPUTE WS-COMP-NEED = WS-ENTRY-QTY * WS-KIT-QTY(WS-KIT-IDX).
           IF WS-COMP-NEED <= WS-ITEM-AVAIL(WS-ITEM-FOUND-IDX) THEN
               SUBTRACT WS-COMP-NEED
                   FROM WS-ITEM-AVAIL(WS-ITEM-FOUND-IDX)
               GO TO 0346-CHECK-COMPONENT-END
           END-IF.

           IF WS-ITEM-AVAIL(WS-ITEM-FOUND-IDX) < 0 THEN
               MOVE 0 TO WS-ITEM-AVAIL(WS-ITEM-FOUND-IDX)
           END-IF.
           COMPUTE WS-SHORTFALL = WS-COMP-NEED
               - WS-ITEM-AVAIL(WS-ITEM-FOUND-IDX).
           MOVE 0 TO WS-ITEM-AVAIL(WS-ITEM-FOUND-IDX).

      * Keyed lines that would not fit one row were refused in 0342;
      * a converted quote's line is already on the order, so its
      * shortfall is queued over as many rows as it takes.
           MOVE WS-KIT-COMP(WS-KIT-IDX) TO WS-BACKORDER-ITEM.
           MOVE WS-SHORTFALL TO WS-BKO-LEFT.
           PERFORM UNTIL WS-BKO-LEFT EQUAL 0
               IF WS-BKO-LEFT > 999 THEN
                   MOVE 999 TO WS-BKO-PART
               ELSE
                   MOVE WS-BKO-LEFT TO WS-BKO-PART
               END-IF
               SUBTRACT WS-BKO-PART FROM WS-BKO-LEFT
               PERFORM 0348-QUEUE-BACKORDER-BEGIN
                  THRU 0348-QUEUE-BACKORDER-END
           END-PERFORM.
           DISPLAY "Kit component " WS-KIT-COMP(WS-KIT-IDX)
               " short - " WS-SHORTFALL " backordered.".
       0346-CHECK-COMPONENT-END.

       0348-QUEUE-BACKORDER-BEGIN.
           OPEN EXTEND BACKORDER-FILE.
           IF NOT WS-BKO-STATUS-OK THEN
               OPEN OUTPUT BACKORDER-FILE
           END-IF.
           MOVE SPACE TO BKO-RECORD.
           MOVE WS-NEXT-ORD-ID    TO BKO-ORD-ID.
           MOVE WS-ENTRY-CLI-ID   TO BKO-CLI-ID.
           MOVE WS-BACKORDER-ITEM TO BKO-ITEM-NAME.
           MOVE WS-BKO-PART       TO BKO-QTY.
           MOVE WS-ENTRY-DATE     TO BKO-DATE.
           WRITE BKO-RECORD.
           CLOSE BACKORDER-FILE.
           ADD 1 TO WS-BACKORDERS-ADDED.
       0348-QUEUE-BACKORDER-END.

      * A quote converts only while it is open, for the client it was
      * made out to, and on an order date no later than its validity
      * end : an expired quote is refused, not silently re-priced.
       0360-LOAD-QUOTE-BEGIN.
           DISPLAY "Quote number : " WITH NO ADVANCING.
           ACCEPT WS-QUOTE-NO.
           PERFORM 0365-READ-QUOTES-BEGIN
              THRU 0365-READ-QUOTES-END.
           IF WS-QUO-FOUND-FALSE THEN
               DISPLAY "No quote " WS-QUOTE-NO " in data/devis.txt - "
                   "order refused."
               MOVE 0 TO WS-QUOTE-NO
               GO TO 0360-LOAD-QUOTE-END
           END-IF.
           MOVE WS-QUO-IMAGE TO QUO-RECORD.
           IF QUO-STATUS-CONVERTED THEN
               DISPLAY "Quote " WS-QUOTE-NO " was already converted "
                   "into order " QUO-ORD-ID " - order refused."
               MOVE 0 TO WS-QUOTE-NO
               GO TO 0360-LOAD-QUOTE-END
           END-IF.
           IF NOT QUO-STATUS-OPEN THEN
               DISPLAY "Quote " WS-QUOTE-NO " was cancelled - order "
                   "refused."
               MOVE 0 TO WS-QUOTE-NO
               GO TO 0360-LOAD-QUOTE-END
           END-IF.
           IF QUO-CLI-ID NOT EQUAL WS-ENTRY-CLI-ID THEN
               DISPLAY "Quote " WS-QUOTE-NO " was made out to client "
                   QUO-CLI-ID " - order refused."
               MOVE 0 TO WS-QUOTE-NO
               GO TO 0360-LOAD-QUOTE-END
           END-IF.

           DISPLAY "Order date (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-DATE.
           CALL "datechk" USING WS-ENTRY-DATE WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK THEN
               DISPLAY "Not a possible date - order refused."
               MOVE 0 TO WS-QUOTE-NO
               GO TO 0360-LOAD-QUOTE-END
           END-IF.
           IF WS-ENTRY-DATE > QUO-VALID-TO THEN
               DISPLAY "Quote " WS-QUOTE-NO " expired on "
                   QUO-VALID-TO " - order refused; quote again at "
                   "today's prices."
               MOVE 0 TO WS-QUOTE-NO
               GO TO 0360-LOAD-QUOTE-END
           END-IF.
           MOVE QUO-AMT TO WS-ENTRY-AMT.
           MOVE QUO-AMT TO WS-AMT-DISPLAY.
           DISPLAY "Quote " WS-QUOTE-NO " of " QUO-DATE " for "
               WS-AMT-DISPLAY " accepted for conversion.".
       0360-LOAD-QUOTE-END.

      * Fresh read of the quote headers, locating WS-QUOTE-NO.
       0365-READ-QUOTES-BEGIN.
           SET WS-QUO-FOUND-FALSE TO TRUE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT QUOTE-FILE.
           IF NOT WS-QUO-STATUS-OK THEN
               GO TO 0365-READ-QUOTES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ QUOTE-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF QUO-NO EQUAL WS-QUOTE-NO THEN
                           MOVE QUO-RECORD TO WS-QUO-IMAGE
                           SET WS-QUO-FOUND-TRUE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QUOTE-FILE.
       0365-READ-QUOTES-END.

      * The quoted lines become the order's lines at the quoted unit
      * price - no catalogue lookup, no override prompt - and each
      * still goes through the stock check so a short item backorders
      * the way a keyed line does.
       0370-COPY-QUOTE-LINES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT QUOTE-LINES-INPUT.
           IF NOT WS-QLN-STATUS-OK THEN
               DISPLAY "No data/lignes-devis.txt - order "
                   WS-NEXT-ORD-ID " written without lines."
               GO TO 0370-COPY-QUOTE-LINES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ QUOTE-LINES-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF QLN-QUOTE-NO EQUAL WS-QUOTE-NO THEN
                           MOVE QLN-ITEM-NAME  TO WS-ENTRY-ITEM
                           MOVE QLN-QTY        TO WS-ENTRY-QTY
                           MOVE QLN-UNIT-PRICE TO WS-ENTRY-PRICE
                           MOVE SPACE TO LIN-RECORD
                           MOVE WS-NEXT-ORD-ID TO LIN-ORD-ID
                           MOVE WS-ENTRY-ITEM  TO LIN-ITEM-NAME
                           MOVE WS-ENTRY-QTY   TO LIN-QTY
                           MOVE WS-ENTRY-PRICE TO LIN-UNIT-PRICE
                           WRITE LIN-RECORD
                           ADD 1 TO WS-LINES-ADDED
                           MOVE SPACE TO WS-PRICE-RULE
                           STRING "QUOTE" DELIMITED BY SIZE
                                  WS-QUOTE-NO DELIMITED BY SIZE
                               INTO WS-PRICE-RULE
                           PERFORM 0357-LOG-RULE-BEGIN
                              THRU 0357-LOG-RULE-END
                           PERFORM 0340-CHECK-STOCK-BEGIN
                              THRU 0340-CHECK-STOCK-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QUOTE-LINES-INPUT.
       0370-COPY-QUOTE-LINES-END.

      * Takes the lock quoteent holds for a cancel and re-reads the
      * quote under it : only a quote still open when the lock is
      * held goes on to become the order. The lock is kept until
      * 0380 has flagged it converted.
       0375-CLAIM-QUOTE-BEGIN.
           MOVE "GET" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-QUO-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           IF WS-LOCK-OK-FALSE THEN
               DISPLAY "Quotes are being changed in another session "
                   "- order refused; try again."
               MOVE 0 TO WS-QUOTE-NO
               GO TO 0375-CLAIM-QUOTE-END
           END-IF.
           PERFORM 0365-READ-QUOTES-BEGIN
              THRU 0365-READ-QUOTES-END.
           IF WS-QUO-FOUND-TRUE THEN
               MOVE WS-QUO-IMAGE TO QUO-RECORD
               IF QUO-STATUS-OPEN THEN
                   GO TO 0375-CLAIM-QUOTE-END
               END-IF
           END-IF.
           DISPLAY "Quote " WS-QUOTE-NO " was converted or cancelled "
               "in another session - order refused.".
           MOVE 0 TO WS-QUOTE-NO.
           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-QUO-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
       0375-CLAIM-QUOTE-END.

      * Flag the claimed quote converted with the order it became,
      * then let go of the lock 0375 took.
       0380-MARK-QUOTE-BEGIN.
           MOVE WS-QUO-IMAGE TO QUO-RECORD.
           SET QUO-STATUS-CONVERTED TO TRUE.
           MOVE WS-NEXT-ORD-ID TO QUO-ORD-ID.
           MOVE WS-ENTRY-DATE  TO QUO-CONV-DATE.
           MOVE QUO-RECORD TO WS-QUO-IMAGE.
           PERFORM 0385-REWRITE-QUOTES-BEGIN
              THRU 0385-REWRITE-QUOTES-END.
           ADD 1 TO WS-QUOTES-CONVERTED.
           DISPLAY "Quote " WS-QUOTE-NO " converted into order "
               WS-NEXT-ORD-ID ".".
           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-QUO-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
       0380-MARK-QUOTE-END.

      * devis.txt goes through the work file with the quote's row
      * replaced by WS-QUO-IMAGE, then is copied back whole.
       0385-REWRITE-QUOTES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT QUOTE-FILE.
           IF NOT WS-QUO-STATUS-OK THEN
               GO TO 0385-REWRITE-QUOTES-END
           END-IF.
           OPEN OUTPUT QUOTE-WORK-FILE.
           PERFORM UNTIL WS-EOF-TRUE
               READ QUOTE-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF QUO-NO EQUAL WS-QUOTE-NO THEN
                           MOVE WS-QUO-IMAGE TO QUO-RECORD
                       END-IF
                       WRITE QWK-RCD FROM QUO-RECORD
               END-READ
           END-PERFORM.
           CLOSE QUOTE-FILE.
           CLOSE QUOTE-WORK-FILE.

           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT QUOTE-WORK-FILE.
           OPEN OUTPUT QUOTE-FILE.
           PERFORM UNTIL WS-EOF-TRUE
               READ QUOTE-WORK-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       WRITE QUO-RECORD FROM QWK-RCD
               END-READ
           END-PERFORM.
           CLOSE QUOTE-WORK-FILE.
           CLOSE QUOTE-FILE.
       0385-REWRITE-QUOTES-END.
