       IDENTIFICATION DIVISION.
       PROGRAM-ID. budmaint.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Sales budgets in the supmaint mould : set one month, spread a
      * yearly target over twelve, list, the whole file held in
      * memory and rewritten on QUIT under its lock.
           SELECT BUDGET-FILE
               ASSIGN TO "data/budget-ventes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

           SELECT CLIENTS-INPUT
               ASSIGN TO "data/clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.

           SELECT AUDIT-OUTPUT
               ASSIGN TO "data/budget-ventes-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BUDGET-FILE.
       COPY budrcd.

       FD CLIENTS-INPUT.
       COPY climast.

       FD AUDIT-OUTPUT.
       01 AUD-OUT-RCD             PIC X(76).

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

      * Twelve months for every client slot, with room to spare for
      * the years kept side by side.
       77 WS-IDX                 PIC 9(04).
       77 WS-BUD-TBL-SIZE        PIC 9(04) VALUE 0.
       01 WS-BUD-TBL.
           05 WS-BUD-IMAGE       PIC X(20) OCCURS 3000 TIMES.
       77 WS-BUD-FOUND-IDX       PIC 9(04).

      * Active client IDs, so a budget cannot be set for a client
      * that does not exist or was deactivated.
       77 WS-CLI-TBL-SIZE        PIC 9(04) VALUE 0.
       01 WS-CLI-TBL.
           05 WS-CLI-ID          PIC 9(04) OCCURS 9999 TIMES.
       77 WS-CLI-FOUND           PIC 9(01).
           88 WS-CLI-FOUND-TRUE            VALUE 1.
           88 WS-CLI-FOUND-FALSE           VALUE 0.

       77 WS-COMMAND             PIC X(10).
       77 WS-ENTRY-CLI-ID        PIC 9(04).
       77 WS-ENTRY-YEAR          PIC 9(04).
       77 WS-ENTRY-MONTH         PIC 9(02).
       77 WS-ENTRY-AMT           PIC 9(07).
       77 WS-ANNUAL-AMT          PIC 9(09).
       77 WS-MONTHLY-AMT         PIC 9(07).
       77 WS-SPREAD-MONTH        PIC 9(02).
       77 WS-LIST-TOTAL          PIC 9(09).
       77 WS-SESSION-CHANGES     PIC 9(04) VALUE 0.
       77 WS-OLD-IMAGE           PIC X(20).

       01 WS-AUDIT-LINE.
           05 WS-AUD-STAMP        PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-AUD-ACTION       PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-AUD-OPERATOR     PIC X(08).
           05 FILLER              PIC X(03) VALUE " | ".
           05 WS-AUD-OLD          PIC X(20).
           05 FILLER              PIC X(03) VALUE " | ".
           05 WS-AUD-NEW          PIC X(20).

       01 WS-LIST-LINE.
           05 WS-LST-CLI-ID       PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LST-YEAR         PIC 9(04).
           05 FILLER              PIC X(01) VALUE "-".
           05 WS-LST-MONTH        PIC 9(02).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 WS-LST-AMT          PIC Z,ZZZ,ZZ9.

       01 WS-LIST-TOTAL-LINE.
           05 FILLER              PIC X(12) VALUE "Total     : ".
           05 WS-LST-TOTAL        PIC ZZZ,ZZZ,ZZ9.

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
      * Targets are set by management : maintenance level only.
           MOVE "budmaint" TO WS-AUTH-PROGRAM.
           MOVE 3 TO WS-AUTH-NEEDED.
           CALL "chkauth" USING WS-AUTH-PROGRAM WS-AUTH-NEEDED
               WS-AUTH-OK WS-AUTH-OPERATOR WS-AUTH-ROLE
           END-CALL.
           IF WS-AUTH-OK-FALSE THEN
               DISPLAY "Operator " WS-AUTH-OPERATOR " holds role "
                   WS-AUTH-ROLE " - budmaint needs maintenance. "
                   "Refused and logged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "budget" TO WS-LOCK-NAME.
           MOVE "GET" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           IF WS-LOCK-OK-FALSE THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0100-LOAD-BUDGETS-BEGIN
              THRU 0100-LOAD-BUDGETS-END.
           PERFORM 0150-LOAD-CLIENTS-BEGIN
              THRU 0150-LOAD-CLIENTS-END.

           MOVE SPACE TO WS-COMMAND.
           PERFORM UNTIL WS-COMMAND EQUAL "QUIT"
               DISPLAY "Type SET / SPREAD / LIST / QUIT."
               ACCEPT WS-COMMAND
               EVALUATE WS-COMMAND
                   WHEN "SET"
                       PERFORM 0200-SET-BEGIN
                          THRU 0200-SET-END
                   WHEN "SPREAD"
                       PERFORM 0300-SPREAD-BEGIN
                          THRU 0300-SPREAD-END
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
                   "data/budget-ventes.txt left as it was."
           END-IF.
           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           GOBACK.

       0100-LOAD-BUDGETS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT BUDGET-FILE.
           IF NOT WS-F-STATUS-OK THEN
               DISPLAY "No data/budget-ventes.txt - starting from an "
                   "empty budget file."
               GO TO 0100-LOAD-BUDGETS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ BUDGET-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-BUD-TBL-SIZE < 3000 THEN
                           ADD 1 TO WS-BUD-TBL-SIZE
                           MOVE BUD-RECORD
                               TO WS-BUD-IMAGE(WS-BUD-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BUDGET-FILE.
       0100-LOAD-BUDGETS-END.

       0150-LOAD-CLIENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLIENTS-INPUT.
           IF NOT WS-CLI-STATUS-OK THEN
               DISPLAY "No data/clients.txt - no budget can be set "
                   "this session."
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

      * One month's target for one client, replacing any already set.
       0200-SET-BEGIN.
           PERFORM 0600-CAPTURE-KEY-BEGIN
              THRU 0600-CAPTURE-KEY-END.
           IF WS-CLI-FOUND-FALSE THEN
               GO TO 0200-SET-END
           END-IF.
           DISPLAY "Month (1-12) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-MONTH.
           IF WS-ENTRY-MONTH < 1 OR WS-ENTRY-MONTH > 12 THEN
               DISPLAY "Not a possible month - budget refused."
               GO TO 0200-SET-END
           END-IF.
           DISPLAY "Budgeted amount (whole units) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-AMT.
           PERFORM 0650-STORE-MONTH-BEGIN
              THRU 0650-STORE-MONTH-END.
           DISPLAY "Budget for client " WS-ENTRY-CLI-ID " "
               WS-ENTRY-YEAR "-" WS-ENTRY-MONTH " set.".
       0200-SET-END.

      * A yearly target spread evenly over the twelve months; the
      * units that do not divide go on December, so the months add
      * back to the year exactly.
       0300-SPREAD-BEGIN.
           PERFORM 0600-CAPTURE-KEY-BEGIN
              THRU 0600-CAPTURE-KEY-END.
           IF WS-CLI-FOUND-FALSE THEN
               GO TO 0300-SPREAD-END
           END-IF.
           DISPLAY "Yearly target (whole units) : " WITH NO ADVANCING.
           ACCEPT WS-ANNUAL-AMT.
           DIVIDE WS-ANNUAL-AMT BY 12 GIVING WS-MONTHLY-AMT.
           PERFORM VARYING WS-SPREAD-MONTH FROM 1 BY 1
                   UNTIL WS-SPREAD-MONTH > 12
               MOVE WS-SPREAD-MONTH TO WS-ENTRY-MONTH
               IF WS-SPREAD-MONTH EQUAL 12 THEN
                   COMPUTE WS-ENTRY-AMT =
                       WS-ANNUAL-AMT - WS-MONTHLY-AMT * 11
               ELSE
                   MOVE WS-MONTHLY-AMT TO WS-ENTRY-AMT
               END-IF
               PERFORM 0650-STORE-MONTH-BEGIN
                  THRU 0650-STORE-MONTH-END
           END-PERFORM.
           DISPLAY "Budget for client " WS-ENTRY-CLI-ID " "
               WS-ENTRY-YEAR " spread over twelve months.".
       0300-SPREAD-END.

       0400-LIST-BEGIN.
           DISPLAY "Client ID to list (00 for all) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CLI-ID.
           DISPLAY "Year (YYYY) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-YEAR.
           MOVE 0 TO WS-LIST-TOTAL.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-BUD-TBL-SIZE
               MOVE WS-BUD-IMAGE(WS-IDX) TO BUD-RECORD
               IF BUD-YEAR EQUAL WS-ENTRY-YEAR AND
                  (WS-ENTRY-CLI-ID EQUAL 0 OR
                   WS-ENTRY-CLI-ID EQUAL BUD-CLI-ID) THEN
                   MOVE BUD-CLI-ID TO WS-LST-CLI-ID
                   MOVE BUD-YEAR   TO WS-LST-YEAR
                   MOVE BUD-MONTH  TO WS-LST-MONTH
                   MOVE BUD-AMT    TO WS-LST-AMT
                   DISPLAY WS-LIST-LINE
                   ADD BUD-AMT TO WS-LIST-TOTAL
               END-IF
           END-PERFORM.
           MOVE WS-LIST-TOTAL TO WS-LST-TOTAL.
           DISPLAY WS-LIST-TOTAL-LINE.
       0400-LIST-END.

       0500-REWRITE-BEGIN.
           OPEN OUTPUT BUDGET-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-BUD-TBL-SIZE
               MOVE WS-BUD-IMAGE(WS-IDX) TO BUD-RECORD
               WRITE BUD-RECORD
           END-PERFORM.
           CLOSE BUDGET-FILE.
           DISPLAY WS-BUD-TBL-SIZE " budget row(s) rewritten to "
               "data/budget-ventes.txt.".
       0500-REWRITE-END.

      * Client and year shared by SET and SPREAD : an active client
      * and a four-digit year. WS-CLI-FOUND false drops the command.
       0600-CAPTURE-KEY-BEGIN.
           DISPLAY "Client ID (4 digits) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CLI-ID.
           SET WS-CLI-FOUND-FALSE TO TRUE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CLI-TBL-SIZE
               IF WS-CLI-ID(WS-IDX) EQUAL WS-ENTRY-CLI-ID THEN
                   SET WS-CLI-FOUND-TRUE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-CLI-FOUND-FALSE THEN
               DISPLAY "No active client " WS-ENTRY-CLI-ID
                   " - budget refused."
               GO TO 0600-CAPTURE-KEY-END
           END-IF.
           DISPLAY "Year (YYYY) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-YEAR.
           IF WS-ENTRY-YEAR < 1900 THEN
               DISPLAY "Not a possible year - budget refused."
               SET WS-CLI-FOUND-FALSE TO TRUE
           END-IF.
       0600-CAPTURE-KEY-END.

      * Replaces the client/year/month row if there is one, else adds
      * it; either way the change is audited.
       0650-STORE-MONTH-BEGIN.
           MOVE 0 TO WS-BUD-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-BUD-TBL-SIZE
               MOVE WS-BUD-IMAGE(WS-IDX) TO BUD-RECORD
               IF BUD-CLI-ID EQUAL WS-ENTRY-CLI-ID AND
                  BUD-YEAR EQUAL WS-ENTRY-YEAR AND
                  BUD-MONTH EQUAL WS-ENTRY-MONTH THEN
                   MOVE WS-IDX TO WS-BUD-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-BUD-FOUND-IDX EQUAL 0 THEN
               IF WS-BUD-TBL-SIZE >= 3000 THEN
                   DISPLAY "Budget file is full - month "
                       WS-ENTRY-MONTH " not stored."
                   GO TO 0650-STORE-MONTH-END
               END-IF
               ADD 1 TO WS-BUD-TBL-SIZE
               MOVE WS-BUD-TBL-SIZE TO WS-BUD-FOUND-IDX
               MOVE SPACES TO WS-OLD-IMAGE
               MOVE "ADD" TO WS-AUD-ACTION
           ELSE
               MOVE WS-BUD-IMAGE(WS-BUD-FOUND-IDX) TO WS-OLD-IMAGE
               MOVE "AMEND" TO WS-AUD-ACTION
           END-IF.
           MOVE SPACES TO BUD-RECORD.
           MOVE WS-ENTRY-CLI-ID TO BUD-CLI-ID.
           MOVE WS-ENTRY-YEAR   TO BUD-YEAR.
           MOVE WS-ENTRY-MONTH  TO BUD-MONTH.
           MOVE WS-ENTRY-AMT    TO BUD-AMT.
           MOVE BUD-RECORD TO WS-BUD-IMAGE(WS-BUD-FOUND-IDX).
           ADD 1 TO WS-SESSION-CHANGES.
           PERFORM 0700-WRITE-AUDIT-BEGIN
              THRU 0700-WRITE-AUDIT-END.
       0650-STORE-MONTH-END.

      * The current BUD-RECORD is the after image; the caller put the
      * before image (or spaces for ADD) in WS-OLD-IMAGE.
       0700-WRITE-AUDIT-BEGIN.
           OPEN EXTEND AUDIT-OUTPUT.
           IF NOT WS-AUD-STATUS-OK THEN
               OPEN OUTPUT AUDIT-OUTPUT
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUD-STAMP.
           CALL "getoper" USING WS-AUD-OPERATOR END-CALL.
           MOVE WS-OLD-IMAGE TO WS-AUD-OLD.
           MOVE BUD-RECORD TO WS-AUD-NEW.
           MOVE WS-AUDIT-LINE TO AUD-OUT-RCD.
           WRITE AUD-OUT-RCD.
           CLOSE AUDIT-OUTPUT.
       0700-WRITE-AUDIT-END.
