               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

      * The sales rep master, read once so a rep code keyed on ADD or
      * AMEND can be checked before it lands on the client.
           SELECT REP-INPUT
               ASSIGN TO "data/commerciaux.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.

      * Credit limit proposals from the quarterly review (limrevw) :
      * LIMITS puts each one to the reviewer and writes the approved
      * limits through the same audited REWRITE as AMEND.
           SELECT REVIEW-FILE
               ASSIGN TO "data/limit-review.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LMR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER.
       COPY climast.

       FD CLIENT-EXTRACT.
       01 CLI-TXT-RECORD            PIC X(158).

       FD CLIENT-AUDIT-OUTPUT.
       01 AUD-OUT-RECORD            PIC X(385).

       FD CLIENT-JOURNAL-OUTPUT.
       01 JRN-RECORD.
           05 FILLER               PIC X(01).
           05 JRN-ACTION           PIC X(06).
           05 FILLER               PIC X(01).
           05 JRN-IMAGE            PIC X(158).

       FD REP-INPUT.
       COPY reprcd.

       FD REVIEW-FILE.
       COPY limrcd.

       WORKING-STORAGE SECTION.
       01 WS-MAST-STATUS              PIC X(02).
       01 WS-STRING-ADD               PIC X(10) VALUE "ADD".
       01 WS-STRING-AMEND             PIC X(10) VALUE "AMEND".
       01 WS-STRING-DEACT             PIC X(10) VALUE "DEACT".
       01 WS-STRING-LIMITS            PIC X(10) VALUE "LIMITS".
       01 WS-STRING-QUIT              PIC X(10) VALUE "QUIT".

       77 WS-COMMAND                  PIC X(10).
       77 WS-ENTRY-ID                 PIC 9(04).
       77 WS-INPUT-RAW                PIC X(50).

       77 WS-PHONE-RAW                PIC X(20).
       77 WS-VAL-USER-EMAIL           PIC X(50).
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       77 WS-LOADED-CNT               PIC 9(04) VALUE 0.
       77 WS-EXTRACT-CNT              PIC 9(04) VALUE 0.
       77 WS-SESSION-CHANGES          PIC 9(03) VALUE 0.

       01 WS-AUD-STATUS               PIC X(02).
           88 WS-AUD-STATUS-OK                  VALUE "00".
       01 WS-JRN-STATUS               PIC X(02).
           88 WS-JRN-STATUS-OK                  VALUE "00".
       01 WS-REP-STATUS               PIC X(02).
           88 WS-REP-STATUS-OK                  VALUE "00".
       01 WS-LMR-STATUS               PIC X(02).
           88 WS-LMR-STATUS-OK                  VALUE "00".

       77 WS-IDX                      PIC 9(02).
       77 WS-REP-TBL-SIZE             PIC 9(02) VALUE 0.
       01 WS-REP-TBL.
           05 WS-REP-CODE             PIC X(04) OCCURS 30 TIMES.
       77 WS-REP-FOUND                PIC 9(01).
           88 WS-REP-FOUND-TRUE                 VALUE 1.
           88 WS-REP-FOUND-FALSE                VALUE 0.

      * A terms code is checked by asking duedate for a due date on
      * it : the subprogram knows the terms master, this does not.
       77 WS-TRM-BASE-DATE            PIC 9(08).
       77 WS-TRM-DUE-DATE             PIC 9(08).
       77 WS-TRM-LABEL                PIC X(30).
       77 WS-TRM-KNOWN                PIC 9(01).
           88 WS-TRM-KNOWN-TRUE                 VALUE 1.
           88 WS-TRM-KNOWN-FALSE                VALUE 0.

      * The review proposals, loaded whole and rewritten whole with
      * the decisions taken.
       77 WS-LMR-TBL-SIZE             PIC 9(04) VALUE 0.
       77 WS-LMR-TBL-MAX              PIC 9(04) VALUE 2000.
       01 WS-LMR-TBL.
           05 WS-LMR-IMAGE            PIC X(73) OCCURS 2000 TIMES.
       77 WS-LMR-IDX                  PIC 9(04).
       77 WS-LMR-DECIDED-CNT          PIC 9(04).
       77 WS-LMR-APPROVED-CNT         PIC 9(04).
       77 WS-LMR-DECISION             PIC X(01).
       77 WS-LMR-LOCK-NAME            PIC X(10) VALUE "limitrev".
       77 WS-LIMIT-SHOWN              PIC Z,ZZZ,ZZ9.99.
       77 WS-NEW-LIMIT-SHOWN          PIC Z,ZZZ,ZZ9.99.

      * Parent client check : the keyed READ of the parent and the
      * scan for branches both land in the record area, so the client
      * being keyed is parked here meanwhile.
       01 WS-SAVE-CLI-IMAGE           PIC X(158).
       77 WS-PARENT-ID                PIC 9(04).
       77 WS-PARENT-OK                PIC 9(01).
           88 WS-PARENT-OK-TRUE                 VALUE 1.
           88 WS-PARENT-OK-FALSE                VALUE 0.
       77 WS-PARENT-MSG               PIC X(50).
       77 WS-BRANCH-CNT               PIC 9(04).
       77 WS-HEAD-ID                  PIC 9(04).

      * One audit row per master change : raw record images either
      * side of the change, stamped with when and what.
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
      * The operator's role rides at the end so older readers that
      * slice the row by position keep working.
           05 FILLER                  PIC X(03) VALUE " | ".
           05 WS-AUD-ROLE             PIC X(10).
      * The payment terms sit past the end of the images above, so
      * they ride at the end as well, before and after.
           05 FILLER                  PIC X(03) VALUE " | ".
           05 WS-AUD-OLD-TERMS        PIC X(04).
           05 FILLER                  PIC X(03) VALUE " | ".
           05 WS-AUD-NEW-TERMS        PIC X(04).
      * Same again for the parent client and group limit, raw as
      * they sit on the record.
           05 FILLER                  PIC X(03) VALUE " | ".
           05 WS-AUD-OLD-GROUP        PIC X(14).
           05 FILLER                  PIC X(03) VALUE " | ".
           05 WS-AUD-NEW-GROUP        PIC X(14).
       01 WS-AUDIT-OLD-IMAGE          PIC X(158).
       01 WS-AUDIT-OLD-R REDEFINES WS-AUDIT-OLD-IMAGE.
           05 FILLER                  PIC X(139).
           05 WS-AUDIT-OLD-TERMS      PIC X(04).
           05 FILLER                  PIC X(01).
           05 WS-AUDIT-OLD-GROUP      PIC X(14).

      * Only a maintenance or admin operator may change the master;
      * chkauth logs whoever was turned away.
               GOBACK
           END-IF.

           PERFORM 0150-LOAD-REPS-BEGIN
              THRU 0150-LOAD-REPS-END.

           OPEN I-O CLIENT-MASTER.
           IF NOT WS-MAST-STATUS-OK THEN
               OPEN OUTPUT CLIENT-MASTER
                               WS-STRING-ADD " / "
                               WS-STRING-AMEND " / "
                               WS-STRING-DEACT " / "
                               WS-STRING-LIMITS " / "
                               WS-STRING-QUIT "."
               ACCEPT WS-COMMAND
               EVALUATE WS-COMMAND
                   WHEN WS-STRING-DEACT
                       PERFORM 0400-DEACT-BEGIN
                          THRU 0400-DEACT-END
                   WHEN WS-STRING-LIMITS
                       PERFORM 0800-LIMITS-BEGIN
                          THRU 0800-LIMITS-END
                   WHEN WS-STRING-QUIT
                       CONTINUE
                   WHEN OTHER
           END-IF.
       0100-LOAD-END.

       0150-LOAD-REPS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT REP-INPUT.
           IF NOT WS-REP-STATUS-OK THEN
               DISPLAY "No data/commerciaux.txt - clients can only "
                   "be left as house accounts."
               GO TO 0150-LOAD-REPS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ REP-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-REP-TBL-SIZE < 30 THEN
                           ADD 1 TO WS-REP-TBL-SIZE
                           MOVE REP-CODE
                               TO WS-REP-CODE(WS-REP-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REP-INPUT.
       0150-LOAD-REPS-END.

       0200-ADD-BEGIN.
           DISPLAY "New client ID (4 digits) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-ID.
           MOVE WS-ENTRY-ID TO CLI-M-ID.
           READ CLIENT-MASTER
           IF CLI-M-DELIV-PREF NOT EQUAL "E" THEN
               MOVE "P" TO CLI-M-DELIV-PREF
           END-IF.

           DISPLAY "Sales rep code (blank=house account) : "
               WITH NO ADVANCING.
           ACCEPT CLI-M-REP-CODE.
           PERFORM 0620-CHECK-REP-BEGIN
              THRU 0620-CHECK-REP-END.
           PERFORM UNTIL WS-REP-FOUND-TRUE
               DISPLAY "No sales rep " CLI-M-REP-CODE " in "
                   "data/commerciaux.txt, try again : "
                   WITH NO ADVANCING
               ACCEPT CLI-M-REP-CODE
               PERFORM 0620-CHECK-REP-BEGIN
                  THRU 0620-CHECK-REP-END
           END-PERFORM.

           DISPLAY "Payment terms code (blank=house terms) : "
               WITH NO ADVANCING.
           ACCEPT CLI-M-TERMS.
           MOVE FUNCTION UPPER-CASE(CLI-M-TERMS) TO CLI-M-TERMS.
           PERFORM 0630-CHECK-TERMS-BEGIN
              THRU 0630-CHECK-TERMS-END.
           PERFORM UNTIL WS-TRM-KNOWN-TRUE
               DISPLAY "No payment terms " CLI-M-TERMS " in "
                   "data/conditions-paiement.txt, try again : "
                   WITH NO ADVANCING
               ACCEPT CLI-M-TERMS
               MOVE FUNCTION UPPER-CASE(CLI-M-TERMS) TO CLI-M-TERMS
               PERFORM 0630-CHECK-TERMS-BEGIN
                  THRU 0630-CHECK-TERMS-END
           END-PERFORM.
           DISPLAY "Terms : " WS-TRM-LABEL.

           DISPLAY "Parent client ID (blank=none) : "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-RAW.
           PERFORM 0640-CHECK-PARENT-BEGIN
              THRU 0640-CHECK-PARENT-END.
           PERFORM UNTIL WS-PARENT-OK-TRUE
               DISPLAY FUNCTION TRIM(WS-PARENT-MSG) ", try again : "
                   WITH NO ADVANCING
               ACCEPT WS-INPUT-RAW
               PERFORM 0640-CHECK-PARENT-BEGIN
                  THRU 0640-CHECK-PARENT-END
           END-PERFORM.

      * Only a head office (or a client that may become one) holds a
      * group limit; a branch is held to its head's.
           IF CLI-M-PARENT-ID EQUAL 0 THEN
               DISPLAY "Group credit limit (digits only, centimes "
                   "last two, 0=none) : " WITH NO ADVANCING
               ACCEPT WS-INPUT-RAW
               COMPUTE CLI-M-GROUP-LIMIT =
                   FUNCTION NUMVAL(WS-INPUT-RAW) / 100
           ELSE
               MOVE 0 TO CLI-M-GROUP-LIMIT
           END-IF.
       0600-CAPTURE-FIELDS-END.

      * The day33 validate subprogram checks an ID/email pair; the
           END-CALL.
       0610-CHECK-EMAIL-END.

      * A blank code is always accepted (house account); anything
      * else has to be a rep on the master.
       0620-CHECK-REP-BEGIN.
           IF CLI-M-REP-CODE EQUAL SPACE THEN
               SET WS-REP-FOUND-TRUE TO TRUE
               GO TO 0620-CHECK-REP-END
           END-IF.
           SET WS-REP-FOUND-FALSE TO TRUE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-REP-TBL-SIZE
               IF WS-REP-CODE(WS-IDX) EQUAL CLI-M-REP-CODE THEN
                   SET WS-REP-FOUND-TRUE TO TRUE
               END-IF
           END-PERFORM.
       0620-CHECK-REP-END.

      * Blank is the house terms and always accepted; duedate says
      * whether any other code is on the terms master.
       0630-CHECK-TERMS-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TRM-BASE-DATE.
           CALL "duedate" USING CLI-M-TERMS WS-TRM-BASE-DATE
               WS-TRM-DUE-DATE WS-TRM-LABEL WS-TRM-KNOWN
           END-CALL.
       0630-CHECK-TERMS-END.

      * A blank parent leaves the client on its own. Otherwise the
      * parent must be another client on the master that is not a
      * branch itself, and the client keyed must not already be the
      * head of branches of its own : groups are one level deep.
       0640-CHECK-PARENT-BEGIN.
           SET WS-PARENT-OK-TRUE TO TRUE.
           MOVE 0 TO CLI-M-PARENT-ID.
           IF WS-INPUT-RAW EQUAL SPACE THEN
               GO TO 0640-CHECK-PARENT-END
           END-IF.
           COMPUTE WS-PARENT-ID = FUNCTION NUMVAL(WS-INPUT-RAW).
           IF WS-PARENT-ID EQUAL 0 THEN
               GO TO 0640-CHECK-PARENT-END
           END-IF.
           IF WS-PARENT-ID EQUAL CLI-M-ID THEN
               SET WS-PARENT-OK-FALSE TO TRUE
               MOVE "A client cannot be its own parent"
                   TO WS-PARENT-MSG
               GO TO 0640-CHECK-PARENT-END
           END-IF.

           MOVE CLI-MASTER-RCD TO WS-SAVE-CLI-IMAGE.
           MOVE WS-PARENT-ID TO CLI-M-ID.
           READ CLIENT-MASTER
               INVALID KEY
                   SET WS-PARENT-OK-FALSE TO TRUE
                   MOVE "No such parent client in the master"
                       TO WS-PARENT-MSG
               NOT INVALID KEY
                   IF CLI-M-PARENT-ID IS NUMERIC AND
                      CLI-M-PARENT-ID > 0 THEN
                       SET WS-PARENT-OK-FALSE TO TRUE
                       MOVE "That parent is a branch itself"
                           TO WS-PARENT-MSG
                   END-IF
           END-READ.
           MOVE WS-SAVE-CLI-IMAGE TO CLI-MASTER-RCD.
           IF WS-PARENT-OK-FALSE THEN
               GO TO 0640-CHECK-PARENT-END
           END-IF.

           PERFORM 0650-COUNT-BRANCHES-BEGIN
              THRU 0650-COUNT-BRANCHES-END.
           IF WS-BRANCH-CNT > 0 THEN
               SET WS-PARENT-OK-FALSE TO TRUE
               MOVE "This client already heads a group"
                   TO WS-PARENT-MSG
               GO TO 0640-CHECK-PARENT-END
           END-IF.
           MOVE WS-PARENT-ID TO CLI-M-PARENT-ID.
       0640-CHECK-PARENT-END.

      * Counts the clients naming the one in the record area as their
      * parent. The record area comes back as it was; REWRITE goes by
      * the key, so the scan does not disturb AMEND.
       0650-COUNT-BRANCHES-BEGIN.
           MOVE 0 TO WS-BRANCH-CNT.
           MOVE CLI-MASTER-RCD TO WS-SAVE-CLI-IMAGE.
           MOVE CLI-M-ID TO WS-HEAD-ID.
           SET WS-EOF-FALSE TO TRUE.
           MOVE 0 TO CLI-M-ID.
           START CLIENT-MASTER KEY IS NOT LESS THAN CLI-M-ID
               INVALID KEY
                   SET WS-EOF-TRUE TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLIENT-MASTER NEXT RECORD
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF CLI-M-PARENT-ID IS NUMERIC AND
                          CLI-M-PARENT-ID EQUAL WS-HEAD-ID THEN
                           ADD 1 TO WS-BRANCH-CNT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-SAVE-CLI-IMAGE TO CLI-MASTER-RCD.
       0650-COUNT-BRANCHES-END.

      * Appends one before/after image row for the change just made.
      * The current CLI-MASTER-RCD is the after image; the caller put
      * the before image (or spaces for ADD) in WS-AUDIT-OLD-IMAGE.
           MOVE WS-AUTH-ROLE TO WS-AUD-ROLE.
           MOVE WS-AUDIT-OLD-IMAGE TO WS-AUD-OLD-VALUE.
           MOVE CLI-MASTER-RCD TO WS-AUD-NEW-VALUE.
           MOVE WS-AUDIT-OLD-TERMS TO WS-AUD-OLD-TERMS.
           MOVE CLI-M-TERMS TO WS-AUD-NEW-TERMS.
           MOVE WS-AUDIT-OLD-GROUP TO WS-AUD-OLD-GROUP.
           MOVE CLI-MASTER-RCD(145:14) TO WS-AUD-NEW-GROUP.
           MOVE WS-AUDIT-LINE TO AUD-OUT-RECORD.
           WRITE AUD-OUT-RECORD.
           CLOSE CLIENT-AUDIT-OUTPUT.
           CLOSE CLIENT-JOURNAL-OUTPUT.
       0700-WRITE-AUDIT-END.

      * Puts each undecided review proposal to the reviewer : A
      * writes the new limit onto the master with its audit and
      * journal rows, R turns it down, S leaves it for later. A
      * proposal worked from a limit the master no longer holds is
      * left undecided - the next review will redo it.
       0800-LIMITS-BEGIN.
           MOVE "GET" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LMR-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           IF WS-LOCK-OK-FALSE THEN
               GO TO 0800-LIMITS-END
           END-IF.

           MOVE 0 TO WS-LMR-TBL-SIZE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT REVIEW-FILE.
           IF NOT WS-LMR-STATUS-OK THEN
               DISPLAY "No data/limit-review.txt - run limrevw "
                   "first."
               PERFORM 0820-FREE-REVIEW-LOCK-BEGIN
                  THRU 0820-FREE-REVIEW-LOCK-END
               GO TO 0800-LIMITS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ REVIEW-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-LMR-TBL-SIZE < WS-LMR-TBL-MAX THEN
                           ADD 1 TO WS-LMR-TBL-SIZE
                           MOVE LMR-RECORD
                               TO WS-LMR-IMAGE(WS-LMR-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REVIEW-FILE.

           MOVE 0 TO WS-LMR-DECIDED-CNT.
           MOVE 0 TO WS-LMR-APPROVED-CNT.
           PERFORM VARYING WS-LMR-IDX FROM 1 BY 1
                   UNTIL WS-LMR-IDX > WS-LMR-TBL-SIZE
               MOVE WS-LMR-IMAGE(WS-LMR-IDX) TO LMR-RECORD
               IF LMR-STATUS-PENDING THEN
                   PERFORM 0810-ONE-PROPOSAL-BEGIN
                      THRU 0810-ONE-PROPOSAL-END
               END-IF
           END-PERFORM.

           IF WS-LMR-DECIDED-CNT > 0 THEN
               OPEN OUTPUT REVIEW-FILE
               PERFORM VARYING WS-LMR-IDX FROM 1 BY 1
                       UNTIL WS-LMR-IDX > WS-LMR-TBL-SIZE
                   MOVE WS-LMR-IMAGE(WS-LMR-IDX) TO LMR-RECORD
                   WRITE LMR-RECORD
               END-PERFORM
               CLOSE REVIEW-FILE
           END-IF.
           DISPLAY WS-LMR-DECIDED-CNT " proposal(s) decided, "
               WS-LMR-APPROVED-CNT " new limit(s) written.".
           PERFORM 0820-FREE-REVIEW-LOCK-BEGIN
              THRU 0820-FREE-REVIEW-LOCK-END.
       0800-LIMITS-END.

       0810-ONE-PROPOSAL-BEGIN.
           MOVE LMR-CLI-ID TO CLI-M-ID.
           READ CLIENT-MASTER
               INVALID KEY
                   DISPLAY "Proposal for client " LMR-CLI-ID
                       " - no such client in the master, left."
                   GO TO 0810-ONE-PROPOSAL-END
           END-READ.
           MOVE LMR-OLD-LIMIT TO WS-LIMIT-SHOWN.
           MOVE LMR-NEW-LIMIT TO WS-NEW-LIMIT-SHOWN.
           DISPLAY "Client " CLI-M-ID " " CLI-M-FNAME " " CLI-M-NAME
               " - review " LMR-QUARTER " proposes " LMR-ACTION.
           DISPLAY "  limit " WS-LIMIT-SHOWN " -> "
               WS-NEW-LIMIT-SHOWN "  peak " LMR-PEAK " (" LMR-UTIL-PCT
               "%)  avg days " LMR-AVG-DAYS "  escalations "
               LMR-ESCAL.
           IF CLI-M-CREDIT-LIMIT NOT EQUAL LMR-OLD-LIMIT THEN
               MOVE CLI-M-CREDIT-LIMIT TO WS-LIMIT-SHOWN
               DISPLAY "  The master now holds " WS-LIMIT-SHOWN
                   " - proposal left for the next review."
               GO TO 0810-ONE-PROPOSAL-END
           END-IF.
           DISPLAY "Approve, Reject or Skip (A/R/S)? "
               WITH NO ADVANCING.
           ACCEPT WS-LMR-DECISION.
           EVALUATE WS-LMR-DECISION
               WHEN "A"
               WHEN "a"
                   MOVE CLI-MASTER-RCD TO WS-AUDIT-OLD-IMAGE
                   MOVE LMR-NEW-LIMIT TO CLI-M-CREDIT-LIMIT
                   REWRITE CLI-MASTER-RCD
                       INVALID KEY
                           DISPLAY "Rewrite failed, status "
                               WS-MAST-STATUS " - proposal left."
                           GO TO 0810-ONE-PROPOSAL-END
                   END-REWRITE
                   ADD 1 TO WS-SESSION-CHANGES
                   MOVE "LIMIT" TO WS-AUD-ACTION
                   PERFORM 0700-WRITE-AUDIT-BEGIN
                      THRU 0700-WRITE-AUDIT-END
                   MOVE "A" TO LMR-STATUS
                   ADD 1 TO WS-LMR-APPROVED-CNT
                   DISPLAY "Client " CLI-M-ID " limit now "
                       WS-NEW-LIMIT-SHOWN "."
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO LMR-STATUS
                   DISPLAY "Proposal rejected - limit unchanged."
               WHEN OTHER
                   DISPLAY "Skipped."
                   GO TO 0810-ONE-PROPOSAL-END
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LMR-DEC-DATE.
           MOVE WS-AUTH-OPERATOR TO LMR-DEC-OPER.
           MOVE LMR-RECORD TO WS-LMR-IMAGE(WS-LMR-IDX).
           ADD 1 TO WS-LMR-DECIDED-CNT.
       0810-ONE-PROPOSAL-END.

       0820-FREE-REVIEW-LOCK-BEGIN.
           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LMR-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
       0820-FREE-REVIEW-LOCK-END.

      * Frees the master lock on the way out - performed before
      * every error exit as well, so a failed run cannot leave the
      * lock behind for a FORCE.
