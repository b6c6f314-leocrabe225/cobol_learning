       IDENTIFICATION DIVISION.
       PROGRAM-ID. quoteent.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Only active clients can be quoted, the same rule ordentry
      * applies to orders.
           SELECT CLIENTS-INPUT
               ASSIGN TO "data/clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

      * Quoted lines are priced off the catalogue row in force on the
      * quote date, exactly as ordentry prices an order line.
           SELECT PRICE-CAT-INPUT
               ASSIGN TO "data/prix-catalogue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRC-STATUS.

      * One header per quote and one row per quoted line, in the
      * num-commandes / lignes-commandes mould.
           SELECT QUOTE-FILE
               ASSIGN TO "data/devis.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUO-STATUS.

      * Work copy of devis.txt while a cancelled quote's row is
      * replaced : the file is streamed through it, so no quote is
      * dropped however many are on file.
           SELECT QUOTE-WORK-FILE
               ASSIGN TO "output/devis.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QWK-STATUS.

           SELECT QUOTE-LINES-FILE
               ASSIGN TO "data/lignes-devis.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QLN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTS-INPUT.
       COPY climast.

       FD PRICE-CAT-INPUT.
       01 PRC-RECORD.
           05 PRC-ITEM-NAME        PIC X(10).
           05 FILLER               PIC X(01).
           05 PRC-EFF-DATE         PIC 9(08).
           05 FILLER               PIC X(01).
           05 PRC-PRICE            PIC 9(04).

       FD QUOTE-FILE.
       COPY quotrcd.

       FD QUOTE-WORK-FILE.
       01 QWK-RCD                  PIC X(55).

       FD QUOTE-LINES-FILE.
       COPY qlinrcd.

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-F-STATUS                 PIC X(02).
           88 WS-F-STATUS-OK                    VALUE "00".
       01 WS-PRC-STATUS               PIC X(02).
           88 WS-PRC-STATUS-OK                  VALUE "00".
       01 WS-QUO-STATUS               PIC X(02).
           88 WS-QUO-STATUS-OK                  VALUE "00".
       01 WS-QLN-STATUS               PIC X(02).
           88 WS-QLN-STATUS-OK                  VALUE "00".
       01 WS-QWK-STATUS               PIC X(02).
           88 WS-QWK-STATUS-OK                  VALUE "00".

       77 WS-IDX                      PIC 9(05).
       77 WS-CLI-TBL-SIZE             PIC 9(04) VALUE 0.
       01 WS-CLI-TBL.
           05 WS-CLI OCCURS 9999 TIMES.
               10 WS-CLI-ID           PIC 9(04).
               10 WS-CLI-NAME         PIC X(10).
               10 WS-CLI-FNAME        PIC X(10).
       77 WS-CLI-FOUND-IDX            PIC 9(04).

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

      * Quote headers are read straight off devis.txt, never held
      * whole : the quote a CANCEL names is kept here for the rewrite.
       01 WS-QUO-IMAGE                PIC X(55).
       01 WS-QUO-FOUND                PIC 9(01).
           88 WS-QUO-FOUND-TRUE                 VALUE 1.
           88 WS-QUO-FOUND-FALSE                VALUE 0.
       77 WS-LAST-QUOTE-NO            PIC 9(05) VALUE 0.

      * The quote being built : lines are held until the operator
      * closes it, so a quote is written whole or not at all.
       77 WS-NEW-LINE-CNT             PIC 9(02) VALUE 0.
       01 WS-NEW-LINE-TBL.
           05 WS-NEW-LINE OCCURS 20 TIMES.
               10 WS-NEW-ITEM         PIC X(10).
               10 WS-NEW-QTY          PIC 9(03).
               10 WS-NEW-PRICE        PIC 9(04).
       77 WS-NEW-TOTAL                PIC 9(07).
       77 WS-LINE-VALUE               PIC 9(07).

       77 WS-COMMAND                  PIC X(10).
       77 WS-LINE-INPUT               PIC X(01).
       77 WS-ENTRY-CLI-ID             PIC 9(04).
       77 WS-ENTRY-QUOTE-NO           PIC 9(05).
       77 WS-ENTRY-ITEM               PIC X(10).
       77 WS-ENTRY-QTY                PIC 9(03).
       77 WS-ENTRY-PRICE              PIC 9(04).
       77 WS-ENTRY-VALID-TO           PIC 9(08).
       77 WS-QUOTES-ADDED             PIC 9(03) VALUE 0.
       77 WS-QUOTES-LISTED            PIC 9(05) VALUE 0.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       77 WS-RUN-DATE                 PIC 9(08).
       77 WS-VALID-DAYS               PIC 9(03) VALUE 30.
       77 WS-VALID-INTEGER            PIC S9(09) COMP-5.
       77 WS-DEFAULT-VALID-TO         PIC 9(08).

       01 WS-PARAM-KEY                PIC X(20).
       01 WS-PARAM-VALUE              PIC X(20).
       01 WS-PARAM-FOUND              PIC 9(01).
           88 WS-PARAM-FOUND-TRUE               VALUE 1.
           88 WS-PARAM-FOUND-FALSE              VALUE 0.

       77 WS-SEQ-NAME                 PIC X(08).
       77 WS-SEQ-FALLBACK             PIC 9(09).
       77 WS-SEQ-CEILING              PIC 9(09).
       77 WS-SEQ-NEXT                 PIC 9(09).

       77 WS-LOCK-NAME                PIC X(10) VALUE "devis".
       77 WS-LOCK-ACTION              PIC X(05).
       77 WS-LOCK-OK                  PIC 9(01).
           88 WS-LOCK-OK-TRUE                   VALUE 1.
           88 WS-LOCK-OK-FALSE                  VALUE 0.

       01 WS-AMT-DISPLAY              PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE "QUOTE-VALID-DAYS" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-VALID-DAYS
           END-IF.
           COMPUTE WS-VALID-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-VALID-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-VALID-INTEGER)
               TO WS-DEFAULT-VALID-TO.

           PERFORM 0100-LOAD-CLIENTS-BEGIN
              THRU 0100-LOAD-CLIENTS-END.
           PERFORM 0150-LOAD-CATALOGUE-BEGIN
              THRU 0150-LOAD-CATALOGUE-END.

           MOVE SPACE TO WS-COMMAND.
           PERFORM UNTIL WS-COMMAND EQUAL "QUIT"
               DISPLAY "Type ADD (new quote) / LIST / CANCEL / QUIT."
               ACCEPT WS-COMMAND
               EVALUATE WS-COMMAND
                   WHEN "ADD"
                       PERFORM 0300-ADD-QUOTE-BEGIN
                          THRU 0300-ADD-QUOTE-END
                   WHEN "LIST"
                       PERFORM 0500-LIST-BEGIN
                          THRU 0500-LIST-END
                   WHEN "CANCEL"
                       PERFORM 0600-CANCEL-BEGIN
                          THRU 0600-CANCEL-END
                   WHEN "QUIT"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unrecognized command : " WS-COMMAND
               END-EVALUATE
           END-PERFORM.
           DISPLAY WS-QUOTES-ADDED " quote(s) appended to "
               "data/devis.txt.".
           GOBACK.

       0100-LOAD-CLIENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLIENTS-INPUT.
           IF NOT WS-F-STATUS-OK THEN
               DISPLAY "Unable to open data/clients.txt, status "
                   WS-F-STATUS "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLIENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF CLI-M-STATUS NOT EQUAL "I" AND
                          WS-CLI-TBL-SIZE < 9999 THEN
                           ADD 1 TO WS-CLI-TBL-SIZE
                           MOVE CLI-M-ID
                               TO WS-CLI-ID(WS-CLI-TBL-SIZE)
                           MOVE CLI-M-NAME
                               TO WS-CLI-NAME(WS-CLI-TBL-SIZE)
                           MOVE CLI-M-FNAME
                               TO WS-CLI-FNAME(WS-CLI-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTS-INPUT.
       0100-LOAD-CLIENTS-END.

      * A missing catalogue just means every quoted price is typed.
       0150-LOAD-CATALOGUE-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PRICE-CAT-INPUT.
           IF NOT WS-PRC-STATUS-OK THEN
               DISPLAY "No data/prix-catalogue.txt - quoted prices "
                   "are operator-typed this session."
               GO TO 0150-LOAD-CATALOGUE-END
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
       0150-LOAD-CATALOGUE-END.

      * Fresh read of the quote headers : the highest number seeds
      * getseq on a first run, and the header of WS-ENTRY-QUOTE-NO is
      * kept for CANCEL.
       0200-LOAD-QUOTES-BEGIN.
           SET WS-QUO-FOUND-FALSE TO TRUE.
           MOVE 0 TO WS-LAST-QUOTE-NO.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT QUOTE-FILE.
           IF NOT WS-QUO-STATUS-OK THEN
               GO TO 0200-LOAD-QUOTES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ QUOTE-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF QUO-NO > WS-LAST-QUOTE-NO THEN
                           MOVE QUO-NO TO WS-LAST-QUOTE-NO
                       END-IF
                       IF QUO-NO EQUAL WS-ENTRY-QUOTE-NO THEN
                           MOVE QUO-RECORD TO WS-QUO-IMAGE
                           SET WS-QUO-FOUND-TRUE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QUOTE-FILE.
       0200-LOAD-QUOTES-END.

       0300-ADD-QUOTE-BEGIN.
           DISPLAY "Client ID (4 digits) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CLI-ID.
           MOVE 0 TO WS-CLI-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CLI-TBL-SIZE
               IF WS-CLI-ID(WS-IDX) EQUAL WS-ENTRY-CLI-ID THEN
                   MOVE WS-IDX TO WS-CLI-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-CLI-FOUND-IDX EQUAL 0 THEN
               DISPLAY "No active client " WS-ENTRY-CLI-ID " in "
                   "data/clients.txt - quote refused."
               GO TO 0300-ADD-QUOTE-END
           END-IF.
           DISPLAY "Quote for " WS-CLI-FNAME(WS-CLI-FOUND-IDX) " "
               WS-CLI-NAME(WS-CLI-FOUND-IDX) ".".

           DISPLAY "Valid until (YYYYMMDD, 0 for "
               WS-DEFAULT-VALID-TO ") : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-VALID-TO.
           IF WS-ENTRY-VALID-TO EQUAL 0 THEN
               MOVE WS-DEFAULT-VALID-TO TO WS-ENTRY-VALID-TO
           END-IF.
           CALL "datechk" USING WS-ENTRY-VALID-TO WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK OR WS-ENTRY-VALID-TO < WS-RUN-DATE
               THEN
               DISPLAY "Validity end must be a real date from today "
                   "on - quote refused."
               GO TO 0300-ADD-QUOTE-END
           END-IF.

           MOVE 0 TO WS-NEW-LINE-CNT.
           MOVE 0 TO WS-NEW-TOTAL.
           MOVE "Y" TO WS-LINE-INPUT.
           PERFORM UNTIL WS-LINE-INPUT NOT EQUAL "Y"
               DISPLAY "Add a line to this quote (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT WS-LINE-INPUT
               IF WS-LINE-INPUT EQUAL "Y" THEN
                   PERFORM 0310-CAPTURE-LINE-BEGIN
                      THRU 0310-CAPTURE-LINE-END
               END-IF
           END-PERFORM.

           IF WS-NEW-LINE-CNT EQUAL 0 THEN
               DISPLAY "A quote needs at least one line - nothing "
                   "written."
               GO TO 0300-ADD-QUOTE-END
           END-IF.

           PERFORM 0400-WRITE-QUOTE-BEGIN
              THRU 0400-WRITE-QUOTE-END.
       0300-ADD-QUOTE-END.

      * The price offered is the catalogue row in force today; with
      * no row on file the operator types it. The quote total has to
      * fit the order amount field it will convert into.
       0310-CAPTURE-LINE-BEGIN.
           IF WS-NEW-LINE-CNT >= 20 THEN
               DISPLAY "A quote holds at most 20 lines."
               MOVE "N" TO WS-LINE-INPUT
               GO TO 0310-CAPTURE-LINE-END
           END-IF.
           DISPLAY "Item name : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-ITEM.
           DISPLAY "Quantity : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-QTY.
           IF WS-ENTRY-QTY EQUAL 0 THEN
               DISPLAY "Quantity of zero - line refused."
               GO TO 0310-CAPTURE-LINE-END
           END-IF.

           SET WS-CAT-FOUND-FALSE TO TRUE.
           MOVE 0 TO WS-CAT-EFF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PRC-TBL-SIZE
               IF WS-PRC-ITEM(WS-IDX) EQUAL WS-ENTRY-ITEM AND
                  WS-PRC-EFF(WS-IDX) <= WS-RUN-DATE AND
                  WS-PRC-EFF(WS-IDX) >= WS-CAT-EFF THEN
                   SET WS-CAT-FOUND-TRUE TO TRUE
                   MOVE WS-PRC-EFF(WS-IDX) TO WS-CAT-EFF
                   MOVE WS-PRC-PRICE(WS-IDX) TO WS-CAT-PRICE
               END-IF
           END-PERFORM.
           IF WS-CAT-FOUND-TRUE THEN
               MOVE WS-CAT-PRICE TO WS-ENTRY-PRICE
               DISPLAY "Catalogue price " WS-CAT-PRICE " (effective "
                   WS-CAT-EFF ") quoted."
           ELSE
               DISPLAY "No catalogue price - unit price : "
                   WITH NO ADVANCING
               ACCEPT WS-ENTRY-PRICE
           END-IF.

           COMPUTE WS-LINE-VALUE = WS-ENTRY-QTY * WS-ENTRY-PRICE.
           IF WS-NEW-TOTAL + WS-LINE-VALUE > 9999999 THEN
               DISPLAY "That line takes the quote past 9999999 - split "
                   "it into a second quote. Line refused."
               GO TO 0310-CAPTURE-LINE-END
           END-IF.
           ADD WS-LINE-VALUE TO WS-NEW-TOTAL.
           ADD 1 TO WS-NEW-LINE-CNT.
           MOVE WS-ENTRY-ITEM  TO WS-NEW-ITEM(WS-NEW-LINE-CNT).
           MOVE WS-ENTRY-QTY   TO WS-NEW-QTY(WS-NEW-LINE-CNT).
           MOVE WS-ENTRY-PRICE TO WS-NEW-PRICE(WS-NEW-LINE-CNT).
       0310-CAPTURE-LINE-END.

      * The number comes from getseq at the moment of writing, seeded
      * from the highest quote already on file.
       0400-WRITE-QUOTE-BEGIN.
           PERFORM 0200-LOAD-QUOTES-BEGIN
              THRU 0200-LOAD-QUOTES-END.
           MOVE "QUOTE" TO WS-SEQ-NAME.
           MOVE WS-LAST-QUOTE-NO TO WS-SEQ-FALLBACK.
           MOVE 99999 TO WS-SEQ-CEILING.
           CALL "getseq" USING WS-SEQ-NAME WS-SEQ-FALLBACK
               WS-SEQ-CEILING WS-SEQ-NEXT
           END-CALL.
           IF WS-SEQ-NEXT EQUAL 0 THEN
               DISPLAY "No quote number could be allocated - quote "
                   "not written."
               GO TO 0400-WRITE-QUOTE-END
           END-IF.

           OPEN EXTEND QUOTE-FILE.
           IF NOT WS-QUO-STATUS-OK THEN
               OPEN OUTPUT QUOTE-FILE
           END-IF.
           MOVE SPACES TO QUO-RECORD.
           MOVE WS-SEQ-NEXT        TO QUO-NO.
           MOVE WS-ENTRY-CLI-ID    TO QUO-CLI-ID.
           MOVE WS-RUN-DATE        TO QUO-DATE.
           MOVE WS-ENTRY-VALID-TO  TO QUO-VALID-TO.
           MOVE WS-NEW-TOTAL       TO QUO-AMT.
           SET QUO-STATUS-OPEN     TO TRUE.
           MOVE 0                  TO QUO-ORD-ID.
           MOVE 0                  TO QUO-CONV-DATE.
           WRITE QUO-RECORD.
           CLOSE QUOTE-FILE.

           OPEN EXTEND QUOTE-LINES-FILE.
           IF NOT WS-QLN-STATUS-OK THEN
               OPEN OUTPUT QUOTE-LINES-FILE
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NEW-LINE-CNT
               MOVE SPACES TO QLN-RECORD
               MOVE WS-SEQ-NEXT          TO QLN-QUOTE-NO
               MOVE WS-NEW-ITEM(WS-IDX)  TO QLN-ITEM-NAME
               MOVE WS-NEW-QTY(WS-IDX)   TO QLN-QTY
               MOVE WS-NEW-PRICE(WS-IDX) TO QLN-UNIT-PRICE
               WRITE QLN-RECORD
           END-PERFORM.
           CLOSE QUOTE-LINES-FILE.

           ADD 1 TO WS-QUOTES-ADDED.
           MOVE WS-NEW-TOTAL TO WS-AMT-DISPLAY.
           DISPLAY "Quote " QUO-NO " written : " WS-NEW-LINE-CNT
               " line(s), total " WS-AMT-DISPLAY ", valid until "
               WS-ENTRY-VALID-TO ".".
       0400-WRITE-QUOTE-END.

       0500-LIST-BEGIN.
           DISPLAY "Client to list (0 for all) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CLI-ID.
           MOVE 0 TO WS-QUOTES-LISTED.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT QUOTE-FILE.
           IF NOT WS-QUO-STATUS-OK THEN
               DISPLAY "0 quote(s)."
               GO TO 0500-LIST-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ QUOTE-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-ENTRY-CLI-ID EQUAL 0 OR
                          QUO-CLI-ID EQUAL WS-ENTRY-CLI-ID THEN
                           DISPLAY "Quote " QUO-NO " client "
                               QUO-CLI-ID " of " QUO-DATE
                               " valid to " QUO-VALID-TO
                               " amount " QUO-AMT
                               " status " QUO-STATUS
                               " order " QUO-ORD-ID
                           ADD 1 TO WS-QUOTES-LISTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QUOTE-FILE.
           DISPLAY WS-QUOTES-LISTED " quote(s).".
       0500-LIST-END.

      * Only an open quote can be withdrawn; the header is kept and
      * flagged so the conversion rate still counts it.
       0600-CANCEL-BEGIN.
           DISPLAY "Quote number to cancel : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-QUOTE-NO.

           MOVE "GET" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           IF WS-LOCK-OK-FALSE THEN
               GO TO 0600-CANCEL-END
           END-IF.

           PERFORM 0200-LOAD-QUOTES-BEGIN
              THRU 0200-LOAD-QUOTES-END.

           IF WS-QUO-FOUND-FALSE THEN
               DISPLAY "No quote " WS-ENTRY-QUOTE-NO " on file."
           ELSE
               MOVE WS-QUO-IMAGE TO QUO-RECORD
               IF NOT QUO-STATUS-OPEN THEN
                   DISPLAY "Quote " WS-ENTRY-QUOTE-NO " is not open "
                       "(status " QUO-STATUS ") - left as it is."
               ELSE
                   SET QUO-STATUS-CANCELLED TO TRUE
                   MOVE WS-RUN-DATE TO QUO-CONV-DATE
                   MOVE QUO-RECORD TO WS-QUO-IMAGE
                   PERFORM 0650-REWRITE-QUOTES-BEGIN
                      THRU 0650-REWRITE-QUOTES-END
                   DISPLAY "Quote " WS-ENTRY-QUOTE-NO " cancelled."
               END-IF
           END-IF.

           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
       0600-CANCEL-END.

      * devis.txt goes through the work file with the quote's row
      * replaced by WS-QUO-IMAGE, then is copied back whole.
       0650-REWRITE-QUOTES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT QUOTE-FILE.
           IF NOT WS-QUO-STATUS-OK THEN
               GO TO 0650-REWRITE-QUOTES-END
           END-IF.
           OPEN OUTPUT QUOTE-WORK-FILE.
           PERFORM UNTIL WS-EOF-TRUE
               READ QUOTE-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF QUO-NO EQUAL WS-ENTRY-QUOTE-NO THEN
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
       0650-REWRITE-QUOTES-END.
