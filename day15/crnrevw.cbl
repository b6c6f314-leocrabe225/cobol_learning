       FILE SECTION.
       FD CREDIT-PENDING-FILE.
       01 CRP-RECORD.
           05 CRP-CLI-ID           PIC 9(04).
           05 FILLER               PIC X(01).
           05 CRP-ORD-ID           PIC 9(05).
           05 FILLER               PIC X(01).
           05 CRP-AMT              PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 CRP-DATE             PIC 9(08).
           05 FILLER               PIC X(01).
           05 CRP-TYPE             PIC X(01).

       FD ORDERS-FILE.
       01 ORD-IN-RECORD            PIC X(31).

       FD CLIENT-AUDIT-OUTPUT.
       01 AUD-OUT-RECORD           PIC X(337).

       WORKING-STORAGE SECTION.
       01 WS-CRP-STATUS           PIC X(02).
       77 WS-CRP-TBL-SIZE         PIC 9(02) VALUE 0.
       01 WS-CRP-TBL.
           05 WS-CRP OCCURS 99 TIMES.
               10 WS-CRP-IMAGE    PIC X(31).
               10 WS-CRP-KEPT     PIC 9(01).
       77 WS-IDX                  PIC 9(02).
       77 WS-USER-INPUT           PIC X(01).
       77 WS-APPROVED-CNT         PIC 9(02) VALUE 0.
       77 WS-REJECTED-CNT         PIC 9(02) VALUE 0.
       77 WS-KEPT-CNT             PIC 9(02) VALUE 0.
       77 WS-AMT-SHOWN            PIC Z,ZZZ,ZZ9.99.
       77 WS-POST-OK              PIC 9(01).
           88 WS-POST-OK-TRUE               VALUE 1.
           88 WS-POST-OK-FALSE              VALUE 0.
      * Each approved note is posted to the client balance file.
       77 WS-BAL-TXN              PIC X(01) VALUE "C".
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
      * perchk's verdict on the note's date : its month may still be
      * open, closed (refused), or closed with the date moved on to
      * the next open month.
       77 WS-PER-PROGRAM         PIC X(08) VALUE "crnrevw".
       77 WS-PER-RESULT          PIC 9(01).
           88 WS-PER-OPEN                   VALUE 0.
           88 WS-PER-MOVED                  VALUE 1.
           88 WS-PER-REFUSED                VALUE 2.

       01 WS-AUDIT-LINE.
           05 WS-AUD-CLI-ID           PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-AUD-ACTION           PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-AUD-OPERATOR         PIC X(08).
           05 FILLER                  PIC X(03) VALUE " | ".
           05 WS-AUD-OLD-VALUE        PIC X(138).
           05 FILLER                  PIC X(03) VALUE " | ".
           05 WS-AUD-NEW-VALUE        PIC X(138).
           05 FILLER                  PIC X(03) VALUE " | ".
           05 WS-AUD-ROLE             PIC X(10).

       0200-REVIEW-ONE-BEGIN.
           MOVE WS-CRP-IMAGE(WS-IDX) TO CRP-RECORD.
           DISPLAY "Credit note " WS-IDX " of " WS-CRP-TBL-SIZE " :".
           MOVE CRP-AMT TO WS-AMT-SHOWN.
           DISPLAY "  Client : " CRP-CLI-ID "  note " CRP-ORD-ID
               "  amount " WS-AMT-SHOWN "  dated " CRP-DATE.
           DISPLAY "Approve, Reject or Skip (A/R/S)? "
               WITH NO ADVANCING.
           ACCEPT WS-USER-INPUT.
      * An approved note finally lands in the order file (and the
      * indexed master), where the next ordcheck pass takes it.
       0300-APPROVE-BEGIN.
      * The note posts under its own date, so that date must still
      * be open : refused, it stays in the queue for the operator to
      * reject or to raise again in an open month.
           CALL "datechk" USING CRP-DATE WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK THEN
               DISPLAY "Not a possible date on the note - kept in the "
                   "queue."
               MOVE 1 TO WS-CRP-KEPT(WS-IDX)
               ADD 1 TO WS-KEPT-CNT
               GO TO 0300-APPROVE-END
           END-IF.
           CALL "perchk" USING WS-PER-PROGRAM CRP-DATE
               WS-PER-RESULT
           END-CALL.
           IF WS-PER-REFUSED THEN
               DISPLAY "That date is in a closed accounting period - "
                   "kept in the queue."
               MOVE 1 TO WS-CRP-KEPT(WS-IDX)
               ADD 1 TO WS-KEPT-CNT
               GO TO 0300-APPROVE-END
           END-IF.
           IF WS-PER-MOVED THEN
               DISPLAY "*** WARNING *** that period is closed - "
                   "dated " CRP-DATE " instead."
               MOVE CRP-RECORD TO WS-CRP-IMAGE(WS-IDX)
           END-IF.
           OPEN EXTEND ORDERS-FILE.
           IF NOT WS-ORD-STATUS-OK THEN
               OPEN OUTPUT ORDERS-FILE
           CLOSE ORDERS-FILE.
           CALL "ordpost" USING ORD-IN-RECORD WS-POST-OK
           END-CALL.
           CALL "balpost" USING CRP-CLI-ID WS-BAL-TXN CRP-AMT
               CRP-DATE
           END-CALL.
           ADD 1 TO WS-APPROVED-CNT.
           MOVE "CRNAPP" TO WS-AUD-ACTION.
           PERFORM 0400-WRITE-AUDIT-BEGIN
