       IDENTIFICATION DIVISION.
       PROGRAM-ID. stomaint.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Standing orders in the supmaint mould : add, amend and list
      * through commands with field edits, header and lines held in
      * memory and both files rewritten on QUIT under their lock.
           SELECT STANDING-FILE
               ASSIGN TO "data/commandes-perm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

           SELECT STANDING-LINES-FILE
               ASSIGN TO "data/lignes-perm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLN-STATUS.

           SELECT CLIENTS-INPUT
               ASSIGN TO "data/clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.

           SELECT AUDIT-OUTPUT
               ASSIGN TO "data/commandes-perm-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STANDING-FILE.
       COPY stordrcd.

       FD STANDING-LINES-FILE.
       COPY slinrcd.

       FD CLIENTS-INPUT.
       COPY climast.

       FD AUDIT-OUTPUT.
       01 AUD-OUT-RCD             PIC X(148).

       WORKING-STORAGE SECTION.
       01 WS-F-STATUS             PIC X(02).
           88 WS-F-STATUS-OK                VALUE "00".
       01 WS-SLN-STATUS           PIC X(02).
           88 WS-SLN-STATUS-OK              VALUE "00".
       01 WS-CLI-STATUS           PIC X(02).
           88 WS-CLI-STATUS-OK              VALUE "00".
       01 WS-AUD-STATUS           PIC X(02).
           88 WS-AUD-STATUS-OK              VALUE "00".
       01 WS-EOF                  PIC 9(01).
           88 WS-EOF-TRUE                   VALUE 1.
           88 WS-EOF-FALSE                  VALUE 0.

       77 WS-IDX                 PIC 9(05).
       77 WS-KEEP-IDX            PIC 9(04).
       77 WS-STO-TBL-SIZE        PIC 9(03) VALUE 0.
       01 WS-STO-TBL.
           05 WS-STO-IMAGE       PIC X(56) OCCURS 200 TIMES.
       77 WS-STO-FOUND-IDX       PIC 9(03).
       77 WS-LAST-STO-NO         PIC 9(05) VALUE 0.

       77 WS-SLN-TBL-SIZE        PIC 9(04) VALUE 0.
       01 WS-SLN-TBL.
           05 WS-SLN-IMAGE       PIC X(20) OCCURS 2000 TIMES.

      * Lines keyed for the order being added or re-lined : held
      * apart until the header is accepted, so a refused change
      * leaves the line table as it was.
       77 WS-NEW-LINE-CNT        PIC 9(02) VALUE 0.
       01 WS-NEW-LINE-TBL.
           05 WS-NEW-LINE OCCURS 20 TIMES.
               10 WS-NEW-ITEM    PIC X(10).
               10 WS-NEW-QTY     PIC 9(03).

      * Active client IDs, so a standing order cannot be made out to
      * a client that does not exist or was deactivated.
       77 WS-CLI-TBL-SIZE        PIC 9(04) VALUE 0.
       01 WS-CLI-TBL.
           05 WS-CLI-ID          PIC 9(04) OCCURS 9999 TIMES.
       77 WS-CLI-FOUND           PIC 9(01).
           88 WS-CLI-FOUND-TRUE            VALUE 1.
           88 WS-CLI-FOUND-FALSE           VALUE 0.

       77 WS-COMMAND             PIC X(10).
       77 WS-ENTRY-NO            PIC 9(05).
       77 WS-ENTRY-CLI-ID        PIC 9(04).
       77 WS-ENTRY-ITEM          PIC X(10).
       77 WS-ENTRY-QTY           PIC 9(03).
       77 WS-LINE-INPUT          PIC X(01).
       77 WS-FIELDS-OK           PIC 9(01).
           88 WS-FIELDS-OK-TRUE            VALUE 1.
           88 WS-FIELDS-OK-FALSE           VALUE 0.
       77 WS-SESSION-CHANGES     PIC 9(03) VALUE 0.
       77 WS-OLD-IMAGE           PIC X(56).
       77 WS-OLD-NEXT-DUE        PIC 9(08).
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
           05 WS-AUD-OLD          PIC X(56).
           05 FILLER              PIC X(03) VALUE " | ".
           05 WS-AUD-NEW          PIC X(56).

       01 WS-LIST-LINE.
           05 WS-LST-NO           PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LST-CLI-ID       PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LST-FREQ         PIC X(07).
           05 FILLER              PIC X(05) VALUE " due ".
           05 WS-LST-NEXT-DUE     PIC 9(08).
           05 FILLER              PIC X(05) VALUE " end ".
           05 WS-LST-END-DATE     PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LST-STATUS       PIC X(09).
           05 FILLER              PIC X(06) VALUE " last ".
           05 WS-LST-LAST-ORD     PIC 9(05).

       01 WS-LIST-ITEM-LINE.
           05 FILLER              PIC X(08) VALUE SPACE.
           05 WS-LST-ITEM         PIC X(10).
           05 FILLER              PIC X(03) VALUE " x ".
           05 WS-LST-QTY          PIC ZZ9.

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
      * A standing order is order entry done once for many nights :
      * entry level or above only.
           MOVE "stomaint" TO WS-AUTH-PROGRAM.
           MOVE 2 TO WS-AUTH-NEEDED.
           CALL "chkauth" USING WS-AUTH-PROGRAM WS-AUTH-NEEDED
               WS-AUTH-OK WS-AUTH-OPERATOR WS-AUTH-ROLE
           END-CALL.
           IF WS-AUTH-OK-FALSE THEN
               DISPLAY "Operator " WS-AUTH-OPERATOR " holds role "
                   WS-AUTH-ROLE " - stomaint needs entry. Refused "
                   "and logged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * The same lock the nightly stogen step takes before it moves
      * the due dates on, so neither overwrites the other's rewrite.
           MOVE "commperm" TO WS-LOCK-NAME.
           MOVE "GET" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           IF WS-LOCK-OK-FALSE THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0100-LOAD-STANDING-BEGIN
              THRU 0100-LOAD-STANDING-END.
           PERFORM 0120-LOAD-LINES-BEGIN
              THRU 0120-LOAD-LINES-END.
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
                   "data/commandes-perm.txt left as it was."
           END-IF.
           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           GOBACK.

       0100-LOAD-STANDING-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT STANDING-FILE.
           IF NOT WS-F-STATUS-OK THEN
               DISPLAY "No data/commandes-perm.txt - starting from an "
                   "empty standing-order file."
               GO TO 0100-LOAD-STANDING-END
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
                           IF STO-NO > WS-LAST-STO-NO THEN
                               MOVE STO-NO TO WS-LAST-STO-NO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STANDING-FILE.
       0100-LOAD-STANDING-END.

       0120-LOAD-LINES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT STANDING-LINES-FILE.
           IF NOT WS-SLN-STATUS-OK THEN
               GO TO 0120-LOAD-LINES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ STANDING-LINES-FILE
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
           CLOSE STANDING-LINES-FILE.
       0120-LOAD-LINES-END.

       0150-LOAD-CLIENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLIENTS-INPUT.
           IF NOT WS-CLI-STATUS-OK THEN
               DISPLAY "No data/clients.txt - no standing order can "
                   "be added this session."
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

      * The standing-order number comes from getseq, seeded on a
      * first run with the highest number already on file.
       0200-ADD-BEGIN.
           IF WS-STO-TBL-SIZE >= 200 THEN
               DISPLAY "Standing-order file is full."
               GO TO 0200-ADD-END
           END-IF.
           MOVE SPACES TO STO-RECORD.
           DISPLAY "Client ID (4 digits) : " WITH NO ADVANCING.
           ACCEPT STO-CLI-ID.
           SET WS-CLI-FOUND-FALSE TO TRUE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CLI-TBL-SIZE
               IF WS-CLI-ID(WS-IDX) EQUAL STO-CLI-ID THEN
                   SET WS-CLI-FOUND-TRUE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-CLI-FOUND-FALSE THEN
               DISPLAY "No active client " STO-CLI-ID " - standing "
                   "order refused."
               GO TO 0200-ADD-END
           END-IF.

           MOVE 0 TO STO-NEXT-DUE.
           MOVE "A" TO STO-STATUS.
           PERFORM 0600-CAPTURE-TERMS-BEGIN
              THRU 0600-CAPTURE-TERMS-END.
           IF WS-FIELDS-OK-FALSE THEN
               GO TO 0200-ADD-END
           END-IF.
           MOVE STO-NEXT-DUE TO STO-START-DATE.
           MOVE 0 TO STO-LAST-ORD-ID.
           MOVE 0 TO STO-LAST-RUN.

           PERFORM 0650-CAPTURE-LINES-BEGIN
              THRU 0650-CAPTURE-LINES-END.
           IF WS-NEW-LINE-CNT EQUAL 0 THEN
               DISPLAY "No item lines - standing order refused."
               GO TO 0200-ADD-END
           END-IF.
           IF WS-SLN-TBL-SIZE + WS-NEW-LINE-CNT > 2000 THEN
               DISPLAY "Standing-order line file is full - standing "
                   "order refused."
               GO TO 0200-ADD-END
           END-IF.

           MOVE "STANDORD" TO WS-SEQ-NAME.
           MOVE WS-LAST-STO-NO TO WS-SEQ-FALLBACK.
           MOVE 99999 TO WS-SEQ-CEILING.
           CALL "getseq" USING WS-SEQ-NAME WS-SEQ-FALLBACK
               WS-SEQ-CEILING WS-SEQ-NEXT
           END-CALL.
           IF WS-SEQ-NEXT EQUAL 0 THEN
               DISPLAY "No standing-order number could be allocated "
                   "- standing order refused."
               GO TO 0200-ADD-END
           END-IF.
           MOVE WS-SEQ-NEXT TO STO-NO.
           MOVE STO-NO TO WS-LAST-STO-NO.

           ADD 1 TO WS-STO-TBL-SIZE.
           MOVE STO-RECORD TO WS-STO-IMAGE(WS-STO-TBL-SIZE).
           ADD 1 TO WS-SESSION-CHANGES.
           MOVE SPACES TO WS-OLD-IMAGE.
           MOVE "ADD" TO WS-AUD-ACTION.
           MOVE STO-RECORD TO WS-AUD-NEW.
           PERFORM 0700-WRITE-AUDIT-BEGIN
              THRU 0700-WRITE-AUDIT-END.
           PERFORM 0660-STORE-LINES-BEGIN
              THRU 0660-STORE-LINES-END.
           DISPLAY "Standing order " STO-NO " added with "
               WS-NEW-LINE-CNT " line(s), first due " STO-NEXT-DUE
               ".".
       0200-ADD-END.

       0250-FIND-STANDING-BEGIN.
           MOVE 0 TO WS-STO-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-STO-TBL-SIZE
               MOVE WS-STO-IMAGE(WS-IDX) TO STO-RECORD
               IF STO-NO EQUAL WS-ENTRY-NO THEN
                   MOVE WS-IDX TO WS-STO-FOUND-IDX
               END-IF
           END-PERFORM.
       0250-FIND-STANDING-END.

      * The client stays as agreed; frequency, dates and status are
      * re-keyed, and the item lines may be replaced as a whole.
      * Ending a standing order is an AMEND to status E, so its
      * history stays on file.
       0300-AMEND-BEGIN.
           DISPLAY "Standing order number to amend : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-NO.
           PERFORM 0250-FIND-STANDING-BEGIN
              THRU 0250-FIND-STANDING-END.
           IF WS-STO-FOUND-IDX EQUAL 0 THEN
               DISPLAY "No standing order " WS-ENTRY-NO " on file."
               GO TO 0300-AMEND-END
           END-IF.
           MOVE WS-STO-IMAGE(WS-STO-FOUND-IDX) TO STO-RECORD.
           MOVE STO-RECORD TO WS-OLD-IMAGE.
           MOVE STO-NEXT-DUE TO WS-OLD-NEXT-DUE.
           DISPLAY "Amending client " STO-CLI-ID " standing order, "
               "next due " STO-NEXT-DUE ".".
           PERFORM 0600-CAPTURE-TERMS-BEGIN
              THRU 0600-CAPTURE-TERMS-END.
           IF WS-FIELDS-OK-FALSE THEN
               GO TO 0300-AMEND-END
           END-IF.
      * A re-dated standing order restarts from the new date, so a
      * monthly one falls on the new day of the month from then on.
           IF STO-NEXT-DUE NOT EQUAL WS-OLD-NEXT-DUE THEN
               MOVE STO-NEXT-DUE TO STO-START-DATE
           END-IF.

           DISPLAY "Replace the item lines (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-LINE-INPUT.
           MOVE 0 TO WS-NEW-LINE-CNT.
           IF WS-LINE-INPUT EQUAL "Y" THEN
               PERFORM 0650-CAPTURE-LINES-BEGIN
                  THRU 0650-CAPTURE-LINES-END
               IF WS-NEW-LINE-CNT EQUAL 0 THEN
                   DISPLAY "No item lines - the old ones are kept."
               END-IF
           END-IF.

           MOVE STO-RECORD TO WS-STO-IMAGE(WS-STO-FOUND-IDX).
           ADD 1 TO WS-SESSION-CHANGES.
           MOVE "AMEND" TO WS-AUD-ACTION.
           MOVE STO-RECORD TO WS-AUD-NEW.
           PERFORM 0700-WRITE-AUDIT-BEGIN
              THRU 0700-WRITE-AUDIT-END.
           IF WS-NEW-LINE-CNT > 0 THEN
               PERFORM 0670-DROP-LINES-BEGIN
                  THRU 0670-DROP-LINES-END
               PERFORM 0660-STORE-LINES-BEGIN
                  THRU 0660-STORE-LINES-END
           END-IF.
           DISPLAY "Standing order " STO-NO " amended.".
       0300-AMEND-END.

       0400-LIST-BEGIN.
           DISPLAY "Client ID to list (0 for all) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CLI-ID.
           PERFORM VARYING WS-STO-FOUND-IDX FROM 1 BY 1
                   UNTIL WS-STO-FOUND-IDX > WS-STO-TBL-SIZE
               MOVE WS-STO-IMAGE(WS-STO-FOUND-IDX) TO STO-RECORD
               IF WS-ENTRY-CLI-ID EQUAL 0 OR
                  WS-ENTRY-CLI-ID EQUAL STO-CLI-ID THEN
                   MOVE STO-NO          TO WS-LST-NO
                   MOVE STO-CLI-ID      TO WS-LST-CLI-ID
                   IF STO-FREQ-WEEKLY THEN
                       MOVE "weekly" TO WS-LST-FREQ
                   ELSE
                       MOVE "monthly" TO WS-LST-FREQ
                   END-IF
                   MOVE STO-NEXT-DUE    TO WS-LST-NEXT-DUE
                   MOVE STO-END-DATE    TO WS-LST-END-DATE
                   EVALUATE TRUE
                       WHEN STO-STATUS-ACTIVE
                           MOVE "active" TO WS-LST-STATUS
                       WHEN STO-STATUS-SUSPENDED
                           MOVE "suspended" TO WS-LST-STATUS
                       WHEN OTHER
                           MOVE "ended" TO WS-LST-STATUS
                   END-EVALUATE
                   MOVE STO-LAST-ORD-ID TO WS-LST-LAST-ORD
                   DISPLAY WS-LIST-LINE
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-SLN-TBL-SIZE
                       MOVE WS-SLN-IMAGE(WS-IDX) TO SLN-RECORD
                       IF SLN-STO-NO EQUAL STO-NO THEN
                           MOVE SLN-ITEM-NAME TO WS-LST-ITEM
                           MOVE SLN-QTY       TO WS-LST-QTY
                           DISPLAY WS-LIST-ITEM-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       0400-LIST-END.

       0500-REWRITE-BEGIN.
           OPEN OUTPUT STANDING-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-STO-TBL-SIZE
               MOVE WS-STO-IMAGE(WS-IDX) TO STO-RECORD
               WRITE STO-RECORD
           END-PERFORM.
           CLOSE STANDING-FILE.
           OPEN OUTPUT STANDING-LINES-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SLN-TBL-SIZE
               MOVE WS-SLN-IMAGE(WS-IDX) TO SLN-RECORD
               WRITE SLN-RECORD
           END-PERFORM.
           CLOSE STANDING-LINES-FILE.
           DISPLAY WS-STO-TBL-SIZE " standing order(s) and "
               WS-SLN-TBL-SIZE " line(s) rewritten to "
               "data/commandes-perm.txt and data/lignes-perm.txt.".
       0500-REWRITE-END.

      * Shared term capture for ADD and AMEND into STO-RECORD : a known
      * frequency, a real next due date, an end date (zero for none)
      * no earlier than it, and a known status. Any failure leaves
      * WS-FIELDS-OK false and the caller drops the change.
       0600-CAPTURE-TERMS-BEGIN.
           SET WS-FIELDS-OK-FALSE TO TRUE.
           DISPLAY "Frequency (W weekly / M monthly) : "
               WITH NO ADVANCING.
           ACCEPT STO-FREQ.
           IF NOT STO-FREQ-VALID THEN
               DISPLAY "Neither W nor M - change refused."
               GO TO 0600-CAPTURE-TERMS-END
           END-IF.

           DISPLAY "Next due date (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT STO-NEXT-DUE.
           MOVE STO-NEXT-DUE TO WS-CHECK-DATE.
           CALL "datechk" USING WS-CHECK-DATE WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK THEN
               DISPLAY "Not a possible date - change refused."
               GO TO 0600-CAPTURE-TERMS-END
           END-IF.

           DISPLAY "End date (YYYYMMDD, 0 for none) : "
               WITH NO ADVANCING.
           ACCEPT STO-END-DATE.
           IF STO-END-DATE NOT EQUAL 0 THEN
               MOVE STO-END-DATE TO WS-CHECK-DATE
               CALL "datechk" USING WS-CHECK-DATE WS-RETURN-VALUE
               END-CALL
               IF NOT WS-RETURN-OK THEN
                   DISPLAY "Not a possible date - change refused."
                   GO TO 0600-CAPTURE-TERMS-END
               END-IF
               IF STO-END-DATE < STO-NEXT-DUE THEN
                   DISPLAY "Ends before it is next due - change "
                       "refused."
                   GO TO 0600-CAPTURE-TERMS-END
               END-IF
           END-IF.

           DISPLAY "Status (A active / S suspended / E ended) : "
               WITH NO ADVANCING.
           ACCEPT STO-STATUS.
           IF NOT STO-STATUS-VALID THEN
               DISPLAY "Not A, S or E - change refused."
               GO TO 0600-CAPTURE-TERMS-END
           END-IF.
           SET WS-FIELDS-OK-TRUE TO TRUE.
       0600-CAPTURE-TERMS-END.

      * Item lines into the holding table : an item name as it reads
      * in inventaire.txt and a quantity above zero, twenty at most.
       0650-CAPTURE-LINES-BEGIN.
           MOVE 0 TO WS-NEW-LINE-CNT.
           MOVE "Y" TO WS-LINE-INPUT.
           PERFORM UNTIL WS-LINE-INPUT NOT EQUAL "Y"
               DISPLAY "Add an item line (Y/N)? " WITH NO ADVANCING
               ACCEPT WS-LINE-INPUT
               IF WS-LINE-INPUT EQUAL "Y" THEN
                   DISPLAY "Item name : " WITH NO ADVANCING
                   ACCEPT WS-ENTRY-ITEM
                   DISPLAY "Quantity : " WITH NO ADVANCING
                   ACCEPT WS-ENTRY-QTY
                   EVALUATE TRUE
                       WHEN WS-ENTRY-ITEM EQUAL SPACE
                           DISPLAY "No item - line refused."
                       WHEN WS-ENTRY-QTY EQUAL 0
                           DISPLAY "Quantity of zero - line refused."
                       WHEN OTHER
                           ADD 1 TO WS-NEW-LINE-CNT
                           MOVE WS-ENTRY-ITEM
                               TO WS-NEW-ITEM(WS-NEW-LINE-CNT)
                           MOVE WS-ENTRY-QTY
                               TO WS-NEW-QTY(WS-NEW-LINE-CNT)
                   END-EVALUATE
                   IF WS-NEW-LINE-CNT >= 20 THEN
                       DISPLAY "Twenty lines is the most a standing "
                           "order carries."
                       MOVE "N" TO WS-LINE-INPUT
                   END-IF
               END-IF
           END-PERFORM.
       0650-CAPTURE-LINES-END.

      * Appends the holding table under STO-NO, one audit line each.
       0660-STORE-LINES-BEGIN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NEW-LINE-CNT
               MOVE SPACES TO SLN-RECORD
               MOVE STO-NO TO SLN-STO-NO
               MOVE WS-NEW-ITEM(WS-IDX) TO SLN-ITEM-NAME
               MOVE WS-NEW-QTY(WS-IDX) TO SLN-QTY
               ADD 1 TO WS-SLN-TBL-SIZE
               MOVE SLN-RECORD TO WS-SLN-IMAGE(WS-SLN-TBL-SIZE)
               MOVE SPACES TO WS-OLD-IMAGE
               MOVE "LINE+" TO WS-AUD-ACTION
               MOVE SLN-RECORD TO WS-AUD-NEW
               PERFORM 0700-WRITE-AUDIT-BEGIN
                  THRU 0700-WRITE-AUDIT-END
           END-PERFORM.
       0660-STORE-LINES-END.

      * Squeezes STO-NO's current lines out of the line table, each
      * removal audited, ahead of storing their replacements.
       0670-DROP-LINES-BEGIN.
           MOVE 0 TO WS-KEEP-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SLN-TBL-SIZE
               MOVE WS-SLN-IMAGE(WS-IDX) TO SLN-RECORD
               IF SLN-STO-NO EQUAL STO-NO THEN
                   MOVE SLN-RECORD TO WS-OLD-IMAGE
                   MOVE "LINE-" TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-NEW
                   PERFORM 0700-WRITE-AUDIT-BEGIN
                      THRU 0700-WRITE-AUDIT-END
               ELSE
                   ADD 1 TO WS-KEEP-IDX
                   MOVE WS-SLN-IMAGE(WS-IDX)
                       TO WS-SLN-IMAGE(WS-KEEP-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-KEEP-IDX TO WS-SLN-TBL-SIZE.
       0670-DROP-LINES-END.

      * The caller put the before image (or spaces) in WS-OLD-IMAGE
      * and the after image (or spaces) in WS-AUD-NEW.
       0700-WRITE-AUDIT-BEGIN.
           OPEN EXTEND AUDIT-OUTPUT.
           IF NOT WS-AUD-STATUS-OK THEN
               OPEN OUTPUT AUDIT-OUTPUT
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUD-STAMP.
           CALL "getoper" USING WS-AUD-OPERATOR END-CALL.
           MOVE WS-OLD-IMAGE TO WS-AUD-OLD.
           MOVE WS-AUDIT-LINE TO AUD-OUT-RCD.
           WRITE AUD-OUT-RCD.
           CLOSE AUDIT-OUTPUT.
       0700-WRITE-AUDIT-END.
