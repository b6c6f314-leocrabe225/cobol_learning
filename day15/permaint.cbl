       IDENTIFICATION DIVISION.
       PROGRAM-ID. permaint.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The accounting periods : a month is closed here once monthpack
      * has reported it, and from then on perchk keeps the posting
      * programs out of it. Closing and reopening are admin work and
      * each one is audited, a reopen with the reason given.
           SELECT PERIOD-FILE
               ASSIGN TO "data/periodes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

           SELECT AUDIT-OUTPUT
               ASSIGN TO "data/periodes-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-FILE.
       COPY perrcd.

       FD AUDIT-OUTPUT.
       01 AUD-OUT-RCD             PIC X(131).

       WORKING-STORAGE SECTION.
       01 WS-F-STATUS             PIC X(02).
           88 WS-F-STATUS-OK                VALUE "00".
       01 WS-AUD-STATUS           PIC X(02).
           88 WS-AUD-STATUS-OK              VALUE "00".
       01 WS-EOF                  PIC 9(01).
           88 WS-EOF-TRUE                   VALUE 1.
           88 WS-EOF-FALSE                  VALUE 0.

      * Kept in period order, oldest first, so LIST and the rewritten
      * file read as a calendar.
       77 WS-IDX                 PIC 9(03).
       77 WS-PER-TBL-SIZE        PIC 9(03) VALUE 0.
       01 WS-PER-TBL.
           05 WS-PER             OCCURS 240 TIMES.
               10 WS-PER-IMAGE          PIC X(31).
       77 WS-PER-FOUND-IDX       PIC 9(03).
       77 WS-INSERT-IDX          PIC 9(03).

       77 WS-COMMAND             PIC X(10).
       01 WS-ENTRY-PERIOD        PIC 9(06).
       01 WS-ENTRY-SPLIT REDEFINES WS-ENTRY-PERIOD.
           05 WS-ENTRY-YYYY      PIC 9(04).
           05 WS-ENTRY-MM        PIC 9(02).
       77 WS-ENTRY-REASON        PIC X(30).
       77 WS-RUN-DATE            PIC 9(08).
       77 WS-SESSION-CHANGES     PIC 9(03) VALUE 0.
       77 WS-OLD-IMAGE           PIC X(31).

       01 WS-PER-BUILD.
           05 WS-BLD-PERIOD         PIC 9(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-BLD-STATUS         PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-BLD-CLOSED-BY      PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-BLD-CLOSED-ON      PIC 9(08).

       01 WS-AUDIT-LINE.
           05 WS-AUD-STAMP        PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-AUD-ACTION       PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-AUD-OPERATOR     PIC X(08).
           05 FILLER              PIC X(03) VALUE " | ".
           05 WS-AUD-OLD          PIC X(31).
           05 FILLER              PIC X(03) VALUE " | ".
           05 WS-AUD-NEW          PIC X(31).
           05 FILLER              PIC X(03) VALUE " | ".
           05 WS-AUD-REASON       PIC X(30).

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
      * Closing the books is the owner's call, not a clerk's : admin
      * only.
           MOVE "permaint" TO WS-AUTH-PROGRAM.
           MOVE 4 TO WS-AUTH-NEEDED.
           CALL "chkauth" USING WS-AUTH-PROGRAM WS-AUTH-NEEDED
               WS-AUTH-OK WS-AUTH-OPERATOR WS-AUTH-ROLE
           END-CALL.
           IF WS-AUTH-OK-FALSE THEN
               DISPLAY "Operator " WS-AUTH-OPERATOR " holds role "
                   WS-AUTH-ROLE " - permaint needs admin. "
                   "Refused and logged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "periodes" TO WS-LOCK-NAME.
           MOVE "GET" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           IF WS-LOCK-OK-FALSE THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 0100-LOAD-PERIODS-BEGIN
              THRU 0100-LOAD-PERIODS-END.

           MOVE SPACE TO WS-COMMAND.
           PERFORM UNTIL WS-COMMAND EQUAL "QUIT"
               DISPLAY "Type CLOSE / REOPEN / LIST / QUIT."
               ACCEPT WS-COMMAND
               EVALUATE WS-COMMAND
                   WHEN "CLOSE"
                       PERFORM 0200-CLOSE-BEGIN
                          THRU 0200-CLOSE-END
                   WHEN "REOPEN"
                       PERFORM 0300-REOPEN-BEGIN
                          THRU 0300-REOPEN-END
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
                   "data/periodes.txt left as it was."
           END-IF.
           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           GOBACK.

       0100-LOAD-PERIODS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PERIOD-FILE.
           IF NOT WS-F-STATUS-OK THEN
               DISPLAY "No data/periodes.txt - every month is open."
               GO TO 0100-LOAD-PERIODS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ PERIOD-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF PER-PERIOD IS NUMERIC AND
                          WS-PER-TBL-SIZE < 240 THEN
                           ADD 1 TO WS-PER-TBL-SIZE
                           MOVE PER-RECORD
                               TO WS-PER-IMAGE(WS-PER-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIOD-FILE.
       0100-LOAD-PERIODS-END.

      * Only a month already over can be closed : closing the current
      * one would stop today's postings with it.
       0200-CLOSE-BEGIN.
           PERFORM 0250-ASK-PERIOD-BEGIN
              THRU 0250-ASK-PERIOD-END.
           IF WS-ENTRY-PERIOD EQUAL 0 THEN
               GO TO 0200-CLOSE-END
           END-IF.
           IF WS-ENTRY-PERIOD NOT < WS-RUN-DATE(1:6) THEN
               DISPLAY "Period " WS-ENTRY-PERIOD " is not over yet - "
                   "not closed."
               GO TO 0200-CLOSE-END
           END-IF.
           PERFORM 0260-FIND-PERIOD-BEGIN
              THRU 0260-FIND-PERIOD-END.
           MOVE SPACES TO WS-OLD-IMAGE.
           IF WS-PER-FOUND-IDX > 0 THEN
               MOVE WS-PER-IMAGE(WS-PER-FOUND-IDX) TO PER-RECORD
               IF PER-STATUS-CLOSED THEN
                   DISPLAY "Period " WS-ENTRY-PERIOD " was already "
                       "closed by " PER-CLOSED-BY " on "
                       PER-CLOSED-ON "."
                   GO TO 0200-CLOSE-END
               END-IF
               MOVE PER-RECORD TO WS-OLD-IMAGE
           END-IF.

           MOVE SPACES TO WS-PER-BUILD.
           MOVE WS-ENTRY-PERIOD TO WS-BLD-PERIOD.
           MOVE "CLOSED" TO WS-BLD-STATUS.
           MOVE WS-AUTH-OPERATOR TO WS-BLD-CLOSED-BY.
           MOVE WS-RUN-DATE TO WS-BLD-CLOSED-ON.
           PERFORM 0270-STORE-PERIOD-BEGIN
              THRU 0270-STORE-PERIOD-END.
           MOVE "CLOSE" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-REASON.
           PERFORM 0700-WRITE-AUDIT-BEGIN
              THRU 0700-WRITE-AUDIT-END.
           DISPLAY "Period " WS-ENTRY-PERIOD " closed - postings "
               "dated in it are now stopped.".
       0200-CLOSE-END.

       0250-ASK-PERIOD-BEGIN.
           DISPLAY "Period (YYYYMM) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-PERIOD.
           IF WS-ENTRY-PERIOD IS NOT NUMERIC OR
              WS-ENTRY-MM < 1 OR WS-ENTRY-MM > 12 THEN
               DISPLAY "Not a possible period."
               MOVE 0 TO WS-ENTRY-PERIOD
           END-IF.
       0250-ASK-PERIOD-END.

       0260-FIND-PERIOD-BEGIN.
           MOVE 0 TO WS-PER-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PER-TBL-SIZE
               IF WS-PER-IMAGE(WS-IDX)(1:6) EQUAL WS-ENTRY-PERIOD
                   MOVE WS-IDX TO WS-PER-FOUND-IDX
               END-IF
           END-PERFORM.
       0260-FIND-PERIOD-END.

      * A month already on file is overwritten in place; a new one is
      * slotted in ahead of the first later month.
       0270-STORE-PERIOD-BEGIN.
           ADD 1 TO WS-SESSION-CHANGES.
           IF WS-PER-FOUND-IDX > 0 THEN
               MOVE WS-PER-BUILD TO WS-PER-IMAGE(WS-PER-FOUND-IDX)
               GO TO 0270-STORE-PERIOD-END
           END-IF.
           IF WS-PER-TBL-SIZE >= 240 THEN
               DISPLAY "Period file is full - archive the oldest "
                   "months first."
               SUBTRACT 1 FROM WS-SESSION-CHANGES
               GO TO 0270-STORE-PERIOD-END
           END-IF.
           COMPUTE WS-INSERT-IDX = WS-PER-TBL-SIZE + 1.
           PERFORM VARYING WS-IDX FROM WS-PER-TBL-SIZE BY -1
                   UNTIL WS-IDX < 1
               IF WS-PER-IMAGE(WS-IDX)(1:6) > WS-ENTRY-PERIOD THEN
                   MOVE WS-IDX TO WS-INSERT-IDX
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM WS-PER-TBL-SIZE BY -1
                   UNTIL WS-IDX < WS-INSERT-IDX
               MOVE WS-PER-IMAGE(WS-IDX) TO WS-PER-IMAGE(WS-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-PER-TBL-SIZE.
           MOVE WS-PER-BUILD TO WS-PER-IMAGE(WS-INSERT-IDX).
       0270-STORE-PERIOD-END.

      * A reopen is its own audited action, with the reason : it is
      * the one way last quarter's figures may still change. Who
      * closed the month and when stays on the row.
       0300-REOPEN-BEGIN.
           PERFORM 0250-ASK-PERIOD-BEGIN
              THRU 0250-ASK-PERIOD-END.
           IF WS-ENTRY-PERIOD EQUAL 0 THEN
               GO TO 0300-REOPEN-END
           END-IF.
           PERFORM 0260-FIND-PERIOD-BEGIN
              THRU 0260-FIND-PERIOD-END.
           IF WS-PER-FOUND-IDX EQUAL 0 THEN
               DISPLAY "Period " WS-ENTRY-PERIOD " is not closed."
               GO TO 0300-REOPEN-END
           END-IF.
           MOVE WS-PER-IMAGE(WS-PER-FOUND-IDX) TO PER-RECORD.
           IF NOT PER-STATUS-CLOSED THEN
               DISPLAY "Period " WS-ENTRY-PERIOD " is not closed."
               GO TO 0300-REOPEN-END
           END-IF.
           DISPLAY "Reason for reopening : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-REASON.
           IF WS-ENTRY-REASON EQUAL SPACE THEN
               DISPLAY "A reopen needs a reason - period left closed."
               GO TO 0300-REOPEN-END
           END-IF.

           MOVE PER-RECORD TO WS-OLD-IMAGE.
           MOVE PER-RECORD TO WS-PER-BUILD.
           MOVE "OPEN" TO WS-BLD-STATUS.
           PERFORM 0270-STORE-PERIOD-BEGIN
              THRU 0270-STORE-PERIOD-END.
           MOVE "REOPEN" TO WS-AUD-ACTION.
           MOVE WS-ENTRY-REASON TO WS-AUD-REASON.
           PERFORM 0700-WRITE-AUDIT-BEGIN
              THRU 0700-WRITE-AUDIT-END.
           DISPLAY "Period " WS-ENTRY-PERIOD " reopened - close it "
               "again once the correction is posted.".
       0300-REOPEN-END.

       0400-LIST-BEGIN.
           IF WS-PER-TBL-SIZE EQUAL 0 THEN
               DISPLAY "No period has been closed."
               GO TO 0400-LIST-END
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PER-TBL-SIZE
               MOVE WS-PER-IMAGE(WS-IDX) TO PER-RECORD
               DISPLAY PER-PERIOD " " PER-STATUS " closed by "
                   PER-CLOSED-BY " on " PER-CLOSED-ON
           END-PERFORM.
       0400-LIST-END.

       0500-REWRITE-BEGIN.
           OPEN OUTPUT PERIOD-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PER-TBL-SIZE
               MOVE WS-PER-IMAGE(WS-IDX) TO PER-RECORD
               WRITE PER-RECORD
           END-PERFORM.
           CLOSE PERIOD-FILE.
           DISPLAY WS-PER-TBL-SIZE " period(s) rewritten to "
               "data/periodes.txt.".
       0500-REWRITE-END.

       0700-WRITE-AUDIT-BEGIN.
           OPEN EXTEND AUDIT-OUTPUT.
           IF NOT WS-AUD-STATUS-OK THEN
               OPEN OUTPUT AUDIT-OUTPUT
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUD-STAMP.
           MOVE WS-AUTH-OPERATOR TO WS-AUD-OPERATOR.
           MOVE WS-OLD-IMAGE TO WS-AUD-OLD.
           MOVE WS-PER-BUILD TO WS-AUD-NEW.
           MOVE WS-AUDIT-LINE TO AUD-OUT-RCD.
           WRITE AUD-OUT-RCD.
           CLOSE AUDIT-OUTPUT.
       0700-WRITE-AUDIT-END.
