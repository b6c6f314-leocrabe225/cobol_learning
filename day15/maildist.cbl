               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCL-STATUS.

      * Policy schedules polsched.cbl issued, each with its client
      * ID and the document it built.
           SELECT SCHEDULE-REGISTER-INPUT
               ASSIGN TO "output/schedule-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCH-STATUS.

      * Absence letters absnotif.cbl wrote to parents and
      * guardians, each with the delivery the guardian asked for.
           SELECT ABSENCE-REGISTER-INPUT
               ASSIGN TO "output/absence-notices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABN-STATUS.

      * The outbound queue : document path, recipient address and a
      * status that a sender flips QUEUED -> SENT or FAILED. A
      * failed row requeues as RETRY on the next run.
       01 PCL-RCD.
           05 PCL-CODE            PIC X(09).
           05 FILLER              PIC X(01).
           05 PCL-CLI-ID          PIC 9(04).

       FD SCHEDULE-REGISTER-INPUT.
       COPY schrcd.

       FD ABSENCE-REGISTER-INPUT.
       COPY abnrcd.

       FD MAIL-QUEUE.
       01 QUE-RCD.
           88 WS-DOC-STATUS-OK              VALUE "00".
       01 WS-PCL-STATUS           PIC X(02).
           88 WS-PCL-STATUS-OK              VALUE "00".
       01 WS-SCH-STATUS           PIC X(02).
           88 WS-SCH-STATUS-OK              VALUE "00".
       01 WS-ABN-STATUS           PIC X(02).
           88 WS-ABN-STATUS-OK              VALUE "00".
       01 WS-QUE-STATUS           PIC X(02).
           88 WS-QUE-STATUS-OK              VALUE "00".
       01 WS-LOG-STATUS           PIC X(02).
           88 WS-EOF-FALSE                  VALUE 0.

       77 WS-DOC-FILENAME         PIC X(40).
       77 WS-IDX                  PIC 9(05).

      * The queue already on disk : a document/recipient pair that
      * is QUEUED or SENT is not queued twice; FAILED requeues as
      * RETRY.
       77 WS-QUE-TBL-SIZE         PIC 9(04) VALUE 0.
       01 WS-QUE-TBL.
           05 WS-QUE OCCURS 9999 TIMES.
               10 WS-QUE-DOCUMENT PIC X(40).
               10 WS-QUE-RECIP    PIC X(50).
               10 WS-QUE-STATE    PIC X(08).
      * Client emails and preferences keyed by ID for the renewal
      * join.
       01 WS-CLI-EMAIL-TBL.
           05 WS-CLI-E OCCURS 9999 TIMES.
               10 WS-CLI-E-EMAIL  PIC X(50).
               10 WS-CLI-E-PREF   PIC X(01).
               10 WS-CLI-E-LIVE   PIC 9(01).
       77 WS-CLI-ID-HOLD          PIC 9(04).

       77 WS-QUEUED-CNT           PIC 9(04) VALUE 0.
       77 WS-RETRY-CNT            PIC 9(04) VALUE 0.
       77 WS-PRINT-CNT            PIC 9(04) VALUE 0.
       77 WS-RECIPIENT-HOLD       PIC X(50).

      * conschk is asked before anything is queued or printed : an
      * email the client cannot have falls back to the post, and a
      * document neither channel may carry is held back.
       77 WS-CNS-CLI-ID           PIC 9(04).
       77 WS-CNS-EMAIL            PIC X(50).
       77 WS-CNS-CHANNEL          PIC X(01).
       77 WS-CNS-PURPOSE          PIC X(01) VALUE "S".
       77 WS-CNS-CALLER           PIC X(08) VALUE "maildist".
       77 WS-CNS-ALLOWED          PIC 9(01).
           88 WS-CNS-ALLOWED-TRUE           VALUE 1.
       77 WS-SUPPRESSED-CNT       PIC 9(04) VALUE 0.

       01 WS-LOG-LINE.
           05 WS-LOG-STAMP        PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACE.
           PERFORM 0300-WALK-RENEWALS-BEGIN
              THRU 0300-WALK-RENEWALS-END.

           PERFORM 0350-WALK-SCHEDULES-BEGIN
              THRU 0350-WALK-SCHEDULES-END.

           PERFORM 0370-WALK-ABSENCES-BEGIN
              THRU 0370-WALK-ABSENCES-END.

           CLOSE MAIL-QUEUE.
           CLOSE PRINT-LIST-OUTPUT.
           DISPLAY WS-QUEUED-CNT " document(s) queued for email ("
               WS-RETRY-CNT " retried), " WS-PRINT-CNT " on the "
               "print list.".
           IF WS-SUPPRESSED-CNT > 0 THEN
               DISPLAY WS-SUPPRESSED-CNT " document(s) held back by "
                   "the suppression list or consent - see "
                   "output/suppressed-contacts.log."
           END-IF.
           GOBACK.

       0100-LOAD-QUEUE-BEGIN.
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-QUE-TBL-SIZE < 9999 THEN
                           ADD 1 TO WS-QUE-TBL-SIZE
                           MOVE QUE-DOCUMENT
                               TO WS-QUE-DOCUMENT(WS-QUE-TBL-SIZE)
           END-IF.
           CLOSE DOCUMENT-PROBE.

           MOVE CLI-M-ID TO WS-CNS-CLI-ID.
           MOVE CLI-M-EMAIL TO WS-CNS-EMAIL.
           MOVE SPACE TO WS-RECIPIENT-HOLD.
           IF CLI-M-DELIV-PREF EQUAL "E" AND
              CLI-M-EMAIL NOT EQUAL SPACE THEN
               MOVE CLI-M-EMAIL TO WS-RECIPIENT-HOLD
           END-IF.
           PERFORM 0450-ROUTE-DOCUMENT-BEGIN
              THRU 0450-ROUTE-DOCUMENT-END.
       0210-ONE-STATEMENT-END.

      * Renewal notices reach their client through the
           CLOSE DOCUMENT-PROBE.

           MOVE PCL-CLI-ID TO WS-CLI-ID-HOLD.
           PERFORM 0440-CLIENT-ROUTE-BEGIN
              THRU 0440-CLIENT-ROUTE-END.
       0310-ONE-NOTICE-END.

      * Policy schedules go the way the renewal notices do, through
      * the client ID the register carries; the preference is read
      * as it stands today, not as it stood when the schedule was
      * built.
       0350-WALK-SCHEDULES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SCHEDULE-REGISTER-INPUT.
           IF NOT WS-SCH-STATUS-OK THEN
               GO TO 0350-WALK-SCHEDULES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ SCHEDULE-REGISTER-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       PERFORM 0360-ONE-SCHEDULE-BEGIN
                          THRU 0360-ONE-SCHEDULE-END
               END-READ
           END-PERFORM.
           CLOSE SCHEDULE-REGISTER-INPUT.
       0350-WALK-SCHEDULES-END.

       0360-ONE-SCHEDULE-BEGIN.
           MOVE SCH-DOCUMENT TO WS-DOC-FILENAME.
           OPEN INPUT DOCUMENT-PROBE.
           IF NOT WS-DOC-STATUS-OK THEN
               GO TO 0360-ONE-SCHEDULE-END
           END-IF.
           CLOSE DOCUMENT-PROBE.

           MOVE SCH-CLI-ID TO WS-CLI-ID-HOLD.
           PERFORM 0440-CLIENT-ROUTE-BEGIN
              THRU 0440-CLIENT-ROUTE-END.
       0360-ONE-SCHEDULE-END.

      * Absence letters go to the guardian, not a client : the
      * register already says EMAIL with the address, or PRINT. A
      * NONE row had nobody to write to and has no letter.
       0370-WALK-ABSENCES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ABSENCE-REGISTER-INPUT.
           IF NOT WS-ABN-STATUS-OK THEN
               GO TO 0370-WALK-ABSENCES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ ABSENCE-REGISTER-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       PERFORM 0380-ONE-ABSENCE-BEGIN
                          THRU 0380-ONE-ABSENCE-END
               END-READ
           END-PERFORM.
           CLOSE ABSENCE-REGISTER-INPUT.
       0370-WALK-ABSENCES-END.

       0380-ONE-ABSENCE-BEGIN.
           IF ABN-DELIVERY-NONE THEN
               GO TO 0380-ONE-ABSENCE-END
           END-IF.
           MOVE ABN-DOCUMENT TO WS-DOC-FILENAME.
           OPEN INPUT DOCUMENT-PROBE.
           IF NOT WS-DOC-STATUS-OK THEN
               GO TO 0380-ONE-ABSENCE-END
           END-IF.
           CLOSE DOCUMENT-PROBE.

           MOVE 0 TO WS-CNS-CLI-ID.
           MOVE ABN-EMAIL TO WS-CNS-EMAIL.
           MOVE SPACE TO WS-RECIPIENT-HOLD.
           IF ABN-DELIVERY-EMAIL AND ABN-EMAIL NOT EQUAL SPACE THEN
               MOVE ABN-EMAIL TO WS-RECIPIENT-HOLD
           END-IF.
           PERFORM 0450-ROUTE-DOCUMENT-BEGIN
              THRU 0450-ROUTE-DOCUMENT-END.
       0380-ONE-ABSENCE-END.

      * Already QUEUED or SENT stays put; FAILED goes back in as a
      * RETRY row; anything new queues fresh. Every queueing lands
      * in the log.
               END-IF
           END-PERFORM.

           MOVE SPACES TO QUE-RCD.
           EVALUATE FUNCTION TRIM(WS-QUE-FOUND-STATE)
               WHEN "QUEUED"
               WHEN "SENT"
           MOVE FUNCTION CURRENT-DATE(1:14) TO QUE-STAMP.
           WRITE QUE-RCD.
           ADD 1 TO WS-QUEUED-CNT.
           IF WS-QUE-TBL-SIZE < 9999 THEN
               ADD 1 TO WS-QUE-TBL-SIZE
               MOVE WS-DOC-FILENAME
                   TO WS-QUE-DOCUMENT(WS-QUE-TBL-SIZE)
           WRITE LOG-OUT-RCD.
           CLOSE QUEUE-LOG-OUTPUT.
       0400-QUEUE-DOCUMENT-END.

      * A renewal notice or a schedule reaches its client through the
      * ID it carries; a document with no live client behind it has
      * nobody to ask about and prints as before.
       0440-CLIENT-ROUTE-BEGIN.
           MOVE WS-CLI-ID-HOLD TO WS-CNS-CLI-ID.
           MOVE SPACE TO WS-CNS-EMAIL.
           MOVE SPACE TO WS-RECIPIENT-HOLD.
           IF WS-CLI-ID-HOLD > 0 THEN
               IF WS-CLI-E-LIVE(WS-CLI-ID-HOLD) EQUAL 1 THEN
                   MOVE WS-CLI-E-EMAIL(WS-CLI-ID-HOLD)
                       TO WS-CNS-EMAIL
                   IF WS-CLI-E-PREF(WS-CLI-ID-HOLD) EQUAL "E" AND
                      WS-CLI-E-EMAIL(WS-CLI-ID-HOLD) NOT EQUAL SPACE
                      THEN
                       MOVE WS-CLI-E-EMAIL(WS-CLI-ID-HOLD)
                           TO WS-RECIPIENT-HOLD
                   END-IF
               END-IF
           END-IF.
           PERFORM 0450-ROUTE-DOCUMENT-BEGIN
              THRU 0450-ROUTE-DOCUMENT-END.
       0440-CLIENT-ROUTE-END.

      * WS-RECIPIENT-HOLD carries the address to email, or spaces for
      * the print list. The email goes only if conschk allows it;
      * otherwise, or for a postal document, the post must be allowed
      * too or the document is held back.
       0450-ROUTE-DOCUMENT-BEGIN.
           IF WS-RECIPIENT-HOLD NOT EQUAL SPACE THEN
               MOVE "E" TO WS-CNS-CHANNEL
               CALL "conschk" USING WS-CNS-CLI-ID WS-CNS-EMAIL
                   WS-CNS-CHANNEL WS-CNS-PURPOSE WS-CNS-CALLER
                   WS-DOC-FILENAME WS-CNS-ALLOWED
               END-CALL
               IF WS-CNS-ALLOWED-TRUE THEN
                   PERFORM 0400-QUEUE-DOCUMENT-BEGIN
                      THRU 0400-QUEUE-DOCUMENT-END
                   GO TO 0450-ROUTE-DOCUMENT-END
               END-IF
           END-IF.
           MOVE "P" TO WS-CNS-CHANNEL.
           CALL "conschk" USING WS-CNS-CLI-ID WS-CNS-EMAIL
               WS-CNS-CHANNEL WS-CNS-PURPOSE WS-CNS-CALLER
               WS-DOC-FILENAME WS-CNS-ALLOWED
           END-CALL.
           IF WS-CNS-ALLOWED-TRUE THEN
               MOVE WS-DOC-FILENAME TO PRT-OUT-RCD
               WRITE PRT-OUT-RCD
               ADD 1 TO WS-PRINT-CNT
           ELSE
               ADD 1 TO WS-SUPPRESSED-CNT
           END-IF.
       0450-ROUTE-DOCUMENT-END.
