       IDENTIFICATION DIVISION.
       PROGRAM-ID. agrmaint.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Client price agreements in the supmaint mould : add, amend
      * and list through commands with field edits, the whole file
      * held in memory and rewritten on QUIT under its lock.
           SELECT AGREEMENT-FILE
               ASSIGN TO "data/accords-prix.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

           SELECT CLIENTS-INPUT
               ASSIGN TO "data/clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.

           SELECT AUDIT-OUTPUT
               ASSIGN TO "data/accords-prix-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AGREEMENT-FILE.
       COPY agrrcd.

       FD CLIENTS-INPUT.
       COPY climast.

       FD AUDIT-OUTPUT.
       01 AUD-OUT-RCD             PIC X(146).

       WORKING-STORAGE SECTION.
       01 WS-F-STATUS             PIC X(02).
           88 WS-F-STATUS-OK                VALUE "00".
       01 WS-CLI-STATUS           PIC X(02).
           88 WS-CLI-STATUS-OK              VALUE "00".
       01 WS-AUD-STATUS           PIC X(02).
           88 WS-AUD-STATUS-OK              VALUE "00".
       01 WS-EOF                  PIC 9(01).
           88 WS-EOF-TRUE                   VALUE 1.
           88 WS-EOF-FALSE                  VALUE 0.

       77 WS-IDX                 PIC 9(04).
       77 WS-AGR-TBL-SIZE        PIC 9(03) VALUE 0.
       01 WS-AGR-TBL.
           05 WS-AGR             OCCURS 300 TIMES.
               10 WS-AGR-IMAGE          PIC X(55).
       77 WS-AGR-FOUND-IDX       PIC 9(03).
       77 WS-LAST-AGR-NO         PIC 9(05) VALUE 0.

      * Active client IDs, so an agreement cannot be made out to a
      * client that does not exist or was deactivated.
       77 WS-CLI-TBL-SIZE        PIC 9(04) VALUE 0.
       01 WS-CLI-TBL.
           05 WS-CLI-ID          PIC 9(04) OCCURS 9999 TIMES.
       77 WS-CLI-FOUND           PIC 9(01).
           88 WS-CLI-FOUND-TRUE            VALUE 1.
           88 WS-CLI-FOUND-FALSE           VALUE 0.

       77 WS-COMMAND             PIC X(10).
       77 WS-ENTRY-NO            PIC 9(05).
       77 WS-ENTRY-CLI-ID        PIC 9(04).
       77 WS-INPUT-RAW           PIC X(50).
       77 WS-FIELDS-OK           PIC 9(01).
           88 WS-FIELDS-OK-TRUE            VALUE 1.
           88 WS-FIELDS-OK-FALSE           VALUE 0.
       77 WS-SESSION-CHANGES     PIC 9(03) VALUE 0.
       77 WS-OLD-IMAGE           PIC X(55).
       77 WS-CHECK-DATE          PIC 9(08).
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       77 WS-SEQ-NAME            PIC X(08).
       77 WS-SEQ-FALLBACK        PIC 9(09).
       77 WS-SEQ-CEILING         PIC 9(09).
       77 WS-SEQ-NEXT            PIC 9(09).

       01 WS-AUDIT-LINE.
           05 WS-AUD-STAMP        PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-AUD-ACTION       PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-AUD-OPERATOR     PIC X(08).
           05 FILLER              PIC X(03) VALUE " | ".
           05 WS-AUD-OLD          PIC X(55).
           05 FILLER              PIC X(03) VALUE " | ".
           05 WS-AUD-NEW          PIC X(55).

       01 WS-LIST-LINE.
           05 WS-LST-NO           PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LST-CLI-ID       PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LST-ITEM         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LST-EFF          PIC 9(08).
           05 FILLER              PIC X(01) VALUE "-".
           05 WS-LST-EXP          PIC 9(08).
           05 FILLER              PIC X(06) VALUE " from ".
           05 WS-LST-MIN-QTY      PIC ZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LST-RULE         PIC X(12).

       01 WS-RULE-FIXED.
           05 FILLER              PIC X(06) VALUE "price ".
           05 WS-RULE-PRICE       PIC ZZZ9.
       01 WS-RULE-DISCOUNT.
           05 FILLER              PIC X(01) VALUE "-".
           05 WS-RULE-PCT         PIC Z9.99.
           05 FILLER              PIC X(01) VALUE "%".

       77 WS-AUTH-PROGRAM        PIC X(08).
       77 WS-AUTH-NEEDED         PIC 9(01).
       77 WS-AUTH-OK             PIC 9(01).
           88 WS-AUTH-OK-TRUE              VALUE 1.
           88 WS-AUTH-OK-FALSE             VALUE 0.
       77 WS-AUTH-OPERATOR       PIC X(08).
       77 WS-AUTH-ROLE           PIC X(10).
       77 WS-LOCK-NAME           PIC X(10).
       77 WS-LOCK-ACTION         PIC X(05).
       77 WS-LOCK-OK             PIC 9(01).
           88 WS-LOCK-OK-TRUE              VALUE 1.
           88 WS-LOCK-OK-FALSE             VALUE 0.

       PROCEDURE DIVISION.
           MOVE "agrmaint" TO WS-AUTH-PROGRAM.
           MOVE 3 TO WS-AUTH-NEEDED.
           CALL "chkauth" USING WS-AUTH-PROGRAM WS-AUTH-NEEDED
               WS-AUTH-OK WS-AUTH-OPERATOR WS-AUTH-ROLE
           END-CALL.
           IF WS-AUTH-OK-FALSE THEN
               DISPLAY "Operator " WS-AUTH-OPERATOR " holds role "
                   WS-AUTH-ROLE " - agrmaint needs maintenance. "
                   "Refused and logged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "accords" TO WS-LOCK-NAME.
           MOVE "GET" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           IF WS-LOCK-OK-FALSE THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0100-LOAD-AGREEMENTS-BEGIN
              THRU 0100-LOAD-AGREEMENTS-END.
           PERFORM 0150-LOAD-CLIENTS-BEGIN
              THRU 0150-LOAD-CLIENTS-END.

           MOVE SPACE TO WS-COMMAND.
           PERFORM UNTIL WS-COMMAND EQUAL "QUIT"
               DISPLAY "Type ADD / AMEND / LIST / QUIT."
               ACCEPT WS-COMMAND
               EVALUATE WS-COMMAND
                   WHEN "ADD"
                       PERFORM 0200-ADD-BEGIN
                          THRU 0200-ADD-END
                   WHEN "AMEND"
                       PERFORM 0300-AMEND-BEGIN
                          THRU 0300-AMEND-END
                   WHEN "LIST"
                       PERFORM 0400-LIST-BEGIN
                          THRU 0400-LIST-END
                   WHEN "QUIT"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unrecognized command : " WS-COMMAND
               END-EVALUATE
           END-PERFORM.

           IF WS-SESSION-CHANGES > 0 THEN
               PERFORM 0500-REWRITE-BEGIN
                  THRU 0500-REWRITE-END
           ELSE
               DISPLAY "No changes this session - "
                   "data/accords-prix.txt left as it was."
           END-IF.
           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           GOBACK.

       0100-LOAD-AGREEMENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT AGREEMENT-FILE.
           IF NOT WS-F-STATUS-OK THEN
               DISPLAY "No data/accords-prix.txt - starting from an "
                   "empty agreement file."
               GO TO 0100-LOAD-AGREEMENTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ AGREEMENT-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-AGR-TBL-SIZE < 300 THEN
                           ADD 1 TO WS-AGR-TBL-SIZE
                           MOVE AGR-RECORD
                               TO WS-AGR-IMAGE(WS-AGR-TBL-SIZE)
                           IF AGR-NO > WS-LAST-AGR-NO THEN
                               MOVE AGR-NO TO WS-LAST-AGR-NO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AGREEMENT-FILE.
       0100-LOAD-AGREEMENTS-END.

       0150-LOAD-CLIENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLIENTS-INPUT.
           IF NOT WS-CLI-STATUS-OK THEN
               DISPLAY "No data/clients.txt - no agreement can be "
                   "added this session."
               GO TO 0150-LOAD-CLIENTS-END
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
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTS-INPUT.
       0150-LOAD-CLIENTS-END.

      * The agreement number comes from getseq, seeded on a first run
      * with the highest number already on file.
       0200-ADD-BEGIN.
           IF WS-AGR-TBL-SIZE >= 300 THEN
               DISPLAY "Agreement file is full."
               GO TO 0200-ADD-END
           END-IF.
           MOVE SPACES TO AGR-RECORD.
           DISPLAY "Client ID (4 digits) : " WITH NO ADVANCING.
           ACCEPT AGR-CLI-ID.
           SET WS-CLI-FOUND-FALSE TO TRUE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CLI-TBL-SIZE
               IF WS-CLI-ID(WS-IDX) EQUAL AGR-CLI-ID THEN
                   SET WS-CLI-FOUND-TRUE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-CLI-FOUND-FALSE THEN
               DISPLAY "No active client " AGR-CLI-ID " - agreement "
                   "refused."
               GO TO 0200-ADD-END
           END-IF.
           DISPLAY "Item name : " WITH NO ADVANCING.
           ACCEPT AGR-ITEM-NAME.
           IF AGR-ITEM-NAME EQUAL SPACE THEN
               DISPLAY "No item - agreement refused."
               GO TO 0200-ADD-END
           END-IF.

           PERFORM 0600-CAPTURE-TERMS-BEGIN
              THRU 0600-CAPTURE-TERMS-END.
           IF WS-FIELDS-OK-FALSE THEN
               GO TO 0200-ADD-END
           END-IF.

           MOVE "AGREEMNT" TO WS-SEQ-NAME.
           MOVE WS-LAST-AGR-NO TO WS-SEQ-FALLBACK.
           MOVE 99999 TO WS-SEQ-CEILING.
           CALL "getseq" USING WS-SEQ-NAME WS-SEQ-FALLBACK
               WS-SEQ-CEILING WS-SEQ-NEXT
           END-CALL.
           IF WS-SEQ-NEXT EQUAL 0 THEN
               DISPLAY "No agreement number could be allocated - "
                   "agreement refused."
               GO TO 0200-ADD-END
           END-IF.
           MOVE WS-SEQ-NEXT TO AGR-NO.
           MOVE AGR-NO TO WS-LAST-AGR-NO.

           ADD 1 TO WS-AGR-TBL-SIZE.
           MOVE AGR-RECORD TO WS-AGR-IMAGE(WS-AGR-TBL-SIZE).
           ADD 1 TO WS-SESSION-CHANGES.
           MOVE SPACES TO WS-OLD-IMAGE.
           MOVE "ADD" TO WS-AUD-ACTION.
           PERFORM 0700-WRITE-AUDIT-BEGIN
              THRU 0700-WRITE-AUDIT-END.
           DISPLAY "Agreement " AGR-NO " added.".
       0200-ADD-END.

       0250-FIND-AGREEMENT-BEGIN.
           MOVE 0 TO WS-AGR-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-AGR-TBL-SIZE
               MOVE WS-AGR-IMAGE(WS-IDX) TO AGR-RECORD
               IF AGR-NO EQUAL WS-ENTRY-NO THEN
                   MOVE WS-IDX TO WS-AGR-FOUND-IDX
               END-IF
           END-PERFORM.
       0250-FIND-AGREEMENT-END.

      * Client and item stay as agreed; the dates, break and price
      * are re-keyed. Ending an agreement early is an AMEND of its
      * expiry date, so its history stays on file.
       0300-AMEND-BEGIN.
           DISPLAY "Agreement number to amend : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-NO.
           PERFORM 0250-FIND-AGREEMENT-BEGIN
              THRU 0250-FIND-AGREEMENT-END.
           IF WS-AGR-FOUND-IDX EQUAL 0 THEN
               DISPLAY "No agreement " WS-ENTRY-NO " on file."
               GO TO 0300-AMEND-END
           END-IF.
           MOVE WS-AGR-IMAGE(WS-AGR-FOUND-IDX) TO AGR-RECORD.
           MOVE AGR-RECORD TO WS-OLD-IMAGE.
           DISPLAY "Amending client " AGR-CLI-ID " item "
               AGR-ITEM-NAME ".".
           PERFORM 0600-CAPTURE-TERMS-BEGIN
              THRU 0600-CAPTURE-TERMS-END.
           IF WS-FIELDS-OK-FALSE THEN
               GO TO 0300-AMEND-END
           END-IF.
           MOVE AGR-RECORD TO WS-AGR-IMAGE(WS-AGR-FOUND-IDX).
           ADD 1 TO WS-SESSION-CHANGES.
           MOVE "AMEND" TO WS-AUD-ACTION.
           PERFORM 0700-WRITE-AUDIT-BEGIN
              THRU 0700-WRITE-AUDIT-END.
           DISPLAY "Agreement " AGR-NO " amended.".
       0300-AMEND-END.

       0400-LIST-BEGIN.
           DISPLAY "Client ID to list (00 for all) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CLI-ID.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-AGR-TBL-SIZE
               MOVE WS-AGR-IMAGE(WS-IDX) TO AGR-RECORD
               IF WS-ENTRY-CLI-ID EQUAL 0 OR
                  WS-ENTRY-CLI-ID EQUAL AGR-CLI-ID THEN
                   MOVE AGR-NO        TO WS-LST-NO
                   MOVE AGR-CLI-ID    TO WS-LST-CLI-ID
                   MOVE AGR-ITEM-NAME TO WS-LST-ITEM
                   MOVE AGR-EFF-DATE  TO WS-LST-EFF
                   MOVE AGR-EXP-DATE  TO WS-LST-EXP
                   MOVE AGR-MIN-QTY   TO WS-LST-MIN-QTY
                   IF AGR-KIND-FIXED THEN
                       MOVE AGR-PRICE TO WS-RULE-PRICE
                       MOVE WS-RULE-FIXED TO WS-LST-RULE
                   ELSE
                       MOVE AGR-DISC-PCT TO WS-RULE-PCT
                       MOVE WS-RULE-DISCOUNT TO WS-LST-RULE
                   END-IF
                   DISPLAY WS-LIST-LINE
               END-IF
           END-PERFORM.
       0400-LIST-END.

       0500-REWRITE-BEGIN.
           OPEN OUTPUT AGREEMENT-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-AGR-TBL-SIZE
               MOVE WS-AGR-IMAGE(WS-IDX) TO AGR-RECORD
               WRITE AGR-RECORD
           END-PERFORM.
           CLOSE AGREEMENT-FILE.
           DISPLAY WS-AGR-TBL-SIZE " agreement(s) rewritten to "
               "data/accords-prix.txt.".
       0500-REWRITE-END.

      * Shared term capture for ADD and AMEND into AGR-RECORD : both
      * dates must be real and in order, a fixed price above zero or
      * a discount under 100%. Any failure leaves WS-FIELDS-OK false
      * and the caller drops the change.
       0600-CAPTURE-TERMS-BEGIN.
           SET WS-FIELDS-OK-FALSE TO TRUE.
           DISPLAY "Effective from (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT AGR-EFF-DATE.
           MOVE AGR-EFF-DATE TO WS-CHECK-DATE.
           CALL "datechk" USING WS-CHECK-DATE WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK THEN
               DISPLAY "Not a possible date - change refused."
               GO TO 0600-CAPTURE-TERMS-END
           END-IF.
           DISPLAY "Expires on (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT AGR-EXP-DATE.
           MOVE AGR-EXP-DATE TO WS-CHECK-DATE.
           CALL "datechk" USING WS-CHECK-DATE WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK THEN
               DISPLAY "Not a possible date - change refused."
               GO TO 0600-CAPTURE-TERMS-END
           END-IF.
           IF AGR-EXP-DATE < AGR-EFF-DATE THEN
               DISPLAY "Expires before it starts - change refused."
               GO TO 0600-CAPTURE-TERMS-END
           END-IF.

           DISPLAY "Minimum quantity (1 for any) : " WITH NO ADVANCING.
           ACCEPT AGR-MIN-QTY.
           IF AGR-MIN-QTY EQUAL 0 THEN
               MOVE 1 TO AGR-MIN-QTY
           END-IF.

           DISPLAY "Fixed price or discount (F/D) : "
               WITH NO ADVANCING.
           ACCEPT AGR-KIND.
           IF NOT AGR-KIND-VALID THEN
               DISPLAY "Neither F nor D - change refused."
               GO TO 0600-CAPTURE-TERMS-END
           END-IF.
           IF AGR-KIND-FIXED THEN
               DISPLAY "Unit price : " WITH NO ADVANCING
               ACCEPT AGR-PRICE
               MOVE 0 TO AGR-DISC-PCT
               IF AGR-PRICE EQUAL 0 THEN
                   DISPLAY "Price of zero - change refused."
                   GO TO 0600-CAPTURE-TERMS-END
               END-IF
           ELSE
               DISPLAY "Discount (digits only, 1250 = 12.50%) : "
                   WITH NO ADVANCING
               ACCEPT WS-INPUT-RAW
               COMPUTE AGR-DISC-PCT =
                   FUNCTION NUMVAL(WS-INPUT-RAW) / 100
               MOVE 0 TO AGR-PRICE
               IF AGR-DISC-PCT EQUAL 0 THEN
                   DISPLAY "Discount of zero - change refused."
                   GO TO 0600-CAPTURE-TERMS-END
               END-IF
           END-IF.
           SET WS-FIELDS-OK-TRUE TO TRUE.
       0600-CAPTURE-TERMS-END.

      * The current AGR-RECORD is the after image; the caller put the
      * before image (or spaces for ADD) in WS-OLD-IMAGE.
       0700-WRITE-AUDIT-BEGIN.
           OPEN EXTEND AUDIT-OUTPUT.
           IF NOT WS-AUD-STATUS-OK THEN
               OPEN OUTPUT AUDIT-OUTPUT
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUD-STAMP.
           CALL "getoper" USING WS-AUD-OPERATOR END-CALL.
           MOVE WS-OLD-IMAGE TO WS-AUD-OLD.
           MOVE AGR-RECORD TO WS-AUD-NEW.
           MOVE WS-AUDIT-LINE TO AUD-OUT-RCD.
           WRITE AUD-OUT-RCD.
           CLOSE AUDIT-OUTPUT.
       0700-WRITE-AUDIT-END.
