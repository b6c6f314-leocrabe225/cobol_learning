       IDENTIFICATION DIVISION.
       PROGRAM-ID. repmaint.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The sales rep master in the supmaint mould : add and amend
      * through commands with field edits - the email shape through
      * the day33 validate subprogram, the commission rate digits
      * only.
           SELECT REP-FILE
               ASSIGN TO "data/commerciaux.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

           SELECT AUDIT-OUTPUT
               ASSIGN TO "data/commerciaux-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REP-FILE.
       COPY reprcd.

       FD AUDIT-OUTPUT.
       01 AUD-OUT-RCD             PIC X(158).

       WORKING-STORAGE SECTION.
       01 WS-F-STATUS             PIC X(02).
           88 WS-F-STATUS-OK                VALUE "00".
       01 WS-AUD-STATUS           PIC X(02).
           88 WS-AUD-STATUS-OK              VALUE "00".
       01 WS-EOF                  PIC 9(01).
           88 WS-EOF-TRUE                   VALUE 1.
           88 WS-EOF-FALSE                  VALUE 0.

       77 WS-IDX                 PIC 9(02).
       77 WS-REP-TBL-SIZE        PIC 9(02) VALUE 0.
       01 WS-REP-TBL.
           05 WS-REP             OCCURS 30 TIMES.
               10 WS-REP-IMAGE          PIC X(61).
       77 WS-REP-FOUND-IDX       PIC 9(02).

       77 WS-COMMAND             PIC X(10).
       77 WS-ENTRY-CODE          PIC X(04).
       77 WS-INPUT-RAW           PIC X(50).
       77 WS-IS-NUM-BOOL         PIC 9(01).
           88 WS-IS-NUM-TRUE                VALUE 1.
           88 WS-IS-NUM-FALSE               VALUE 0.
       77 WS-SESSION-CHANGES     PIC 9(03) VALUE 0.
       77 WS-OLD-IMAGE           PIC X(61).

      * Field edits through the day33 subprograms, the way climaint
      * trusts them : the numeric-ID side is fed a zero-filled stub.
       77 WS-VAL-USER-ID         PIC X(10) VALUE "0000000000".
       77 WS-VAL-USER-NAME       PIC X(50).
       77 WS-VAL-USER-EMAIL      PIC X(50).
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-REP-BUILD.
           05 WS-BLD-CODE           PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-BLD-NAME           PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-BLD-EMAIL          PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-BLD-RATE           PIC 9(02)V99.

       01 WS-AUDIT-LINE.
           05 WS-AUD-STAMP        PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-AUD-ACTION       PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-AUD-OPERATOR     PIC X(08).
           05 FILLER              PIC X(03) VALUE " | ".
           05 WS-AUD-OLD          PIC X(61).
           05 FILLER              PIC X(03) VALUE " | ".
           05 WS-AUD-NEW          PIC X(61).

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
           MOVE "repmaint" TO WS-AUTH-PROGRAM.
           MOVE 3 TO WS-AUTH-NEEDED.
           CALL "chkauth" USING WS-AUTH-PROGRAM WS-AUTH-NEEDED
               WS-AUTH-OK WS-AUTH-OPERATOR WS-AUTH-ROLE
           END-CALL.
           IF WS-AUTH-OK-FALSE THEN
               DISPLAY "Operator " WS-AUTH-OPERATOR " holds role "
                   WS-AUTH-ROLE " - repmaint needs maintenance. "
                   "Refused and logged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "commerc" TO WS-LOCK-NAME.
           MOVE "GET" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           IF WS-LOCK-OK-FALSE THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0100-LOAD-REPS-BEGIN
              THRU 0100-LOAD-REPS-END.

           MOVE SPACE TO WS-COMMAND.
           PERFORM UNTIL WS-COMMAND EQUAL "QUIT"
               DISPLAY "Type ADD / AMEND / QUIT."
               ACCEPT WS-COMMAND
               EVALUATE WS-COMMAND
                   WHEN "ADD"
                       PERFORM 0200-ADD-BEGIN
                          THRU 0200-ADD-END
                   WHEN "AMEND"
                       PERFORM 0300-AMEND-BEGIN
                          THRU 0300-AMEND-END
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
                   "data/commerciaux.txt left as it was."
           END-IF.
           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           GOBACK.

       0100-LOAD-REPS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT REP-FILE.
           IF NOT WS-F-STATUS-OK THEN
               DISPLAY "No data/commerciaux.txt - starting from an "
                   "empty sales rep master."
               GO TO 0100-LOAD-REPS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ REP-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-REP-TBL-SIZE < 30 THEN
                           ADD 1 TO WS-REP-TBL-SIZE
                           MOVE REP-RECORD
                               TO WS-REP-IMAGE(WS-REP-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REP-FILE.
       0100-LOAD-REPS-END.

       0200-ADD-BEGIN.
           DISPLAY "New sales rep code (4 characters) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CODE.
           PERFORM 0250-FIND-REP-BEGIN
              THRU 0250-FIND-REP-END.
           IF WS-REP-FOUND-IDX > 0 THEN
               DISPLAY "Sales rep " WS-ENTRY-CODE " already on file "
                   "- use AMEND."
               GO TO 0200-ADD-END
           END-IF.
           IF WS-REP-TBL-SIZE >= 30 THEN
               DISPLAY "Sales rep master is full."
               GO TO 0200-ADD-END
           END-IF.

           MOVE SPACES TO WS-OLD-IMAGE.
           PERFORM 0600-CAPTURE-FIELDS-BEGIN
              THRU 0600-CAPTURE-FIELDS-END.
           ADD 1 TO WS-REP-TBL-SIZE.
           MOVE WS-REP-BUILD TO WS-REP-IMAGE(WS-REP-TBL-SIZE).
           ADD 1 TO WS-SESSION-CHANGES.
           MOVE "ADD" TO WS-AUD-ACTION.
           MOVE WS-REP-BUILD TO WS-AUD-NEW.
           PERFORM 0700-WRITE-AUDIT-BEGIN
              THRU 0700-WRITE-AUDIT-END.
           DISPLAY "Sales rep added.".
       0200-ADD-END.

       0250-FIND-REP-BEGIN.
           MOVE 0 TO WS-REP-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-REP-TBL-SIZE
               IF WS-REP-IMAGE(WS-IDX)(1:4) EQUAL WS-ENTRY-CODE
                   MOVE WS-IDX TO WS-REP-FOUND-IDX
               END-IF
           END-PERFORM.
       0250-FIND-REP-END.

       0300-AMEND-BEGIN.
           DISPLAY "Sales rep code to amend : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CODE.
           PERFORM 0250-FIND-REP-BEGIN
              THRU 0250-FIND-REP-END.
           IF WS-REP-FOUND-IDX EQUAL 0 THEN
               DISPLAY "No sales rep " WS-ENTRY-CODE " on file."
               GO TO 0300-AMEND-END
           END-IF.
           MOVE WS-REP-IMAGE(WS-REP-FOUND-IDX) TO WS-OLD-IMAGE.
           PERFORM 0600-CAPTURE-FIELDS-BEGIN
              THRU 0600-CAPTURE-FIELDS-END.
           MOVE WS-REP-BUILD TO WS-REP-IMAGE(WS-REP-FOUND-IDX).
           ADD 1 TO WS-SESSION-CHANGES.
           MOVE "AMEND" TO WS-AUD-ACTION.
           MOVE WS-REP-BUILD TO WS-AUD-NEW.
           PERFORM 0700-WRITE-AUDIT-BEGIN
              THRU 0700-WRITE-AUDIT-END.
           DISPLAY "Sales rep amended.".
       0300-AMEND-END.

       0500-REWRITE-BEGIN.
           OPEN OUTPUT REP-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-REP-TBL-SIZE
               MOVE WS-REP-IMAGE(WS-IDX) TO REP-RECORD
               WRITE REP-RECORD
           END-PERFORM.
           CLOSE REP-FILE.
           DISPLAY WS-REP-TBL-SIZE " sales rep(s) rewritten to "
               "data/commerciaux.txt.".
       0500-REWRITE-END.

       0600-CAPTURE-FIELDS-BEGIN.
           MOVE SPACES TO WS-REP-BUILD.
           MOVE WS-ENTRY-CODE TO WS-BLD-CODE.
           DISPLAY "Name : " WITH NO ADVANCING.
           ACCEPT WS-BLD-NAME.
           DISPLAY "Email : " WITH NO ADVANCING.
           ACCEPT WS-BLD-EMAIL.
           PERFORM 0610-CHECK-EMAIL-BEGIN
              THRU 0610-CHECK-EMAIL-END.
           PERFORM UNTIL WS-RETURN-OK
               DISPLAY "Email rejected (code " WS-RETURN-VALUE
                   "), try again : " WITH NO ADVANCING
               ACCEPT WS-BLD-EMAIL
               PERFORM 0610-CHECK-EMAIL-BEGIN
                  THRU 0610-CHECK-EMAIL-END
           END-PERFORM.

           DISPLAY "Commission rate (digits only, 0750 = 7.50%) : "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-RAW.
           CALL "isonlynb" USING
               BY REFERENCE WS-INPUT-RAW
               BY REFERENCE WS-IS-NUM-BOOL
           END-CALL.
           PERFORM UNTIL WS-IS-NUM-TRUE
               DISPLAY "Digits only, try again : " WITH NO ADVANCING
               ACCEPT WS-INPUT-RAW
               CALL "isonlynb" USING
                   BY REFERENCE WS-INPUT-RAW
                   BY REFERENCE WS-IS-NUM-BOOL
               END-CALL
           END-PERFORM.
           COMPUTE WS-BLD-RATE =
               FUNCTION NUMVAL(WS-INPUT-RAW) / 100.
       0600-CAPTURE-FIELDS-END.

       0610-CHECK-EMAIL-BEGIN.
           MOVE WS-BLD-NAME TO WS-VAL-USER-NAME.
           MOVE WS-BLD-EMAIL TO WS-VAL-USER-EMAIL.
           CALL "validate" USING
               WS-VAL-USER-ID
               WS-VAL-USER-NAME
               WS-VAL-USER-EMAIL
               WS-RETURN-VALUE
           END-CALL.
       0610-CHECK-EMAIL-END.

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
