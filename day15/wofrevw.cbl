       IDENTIFICATION DIVISION.
       PROGRAM-ID. wofrevw.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The write-offs wofentry.cbl held back as over the limit,
      * reviewed a request at a time in the crnrevw.cbl style. An
      * approved request is posted to the payment file and the whole
      * register rewritten with the decisions.
           SELECT WRITE-OFF-FILE
               ASSIGN TO "data/write-offs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOF-STATUS.

      * What each order still owes at the moment of approval : cash
      * may have come in since the request was made.
           SELECT ORDERS-INPUT
               ASSIGN TO "data/num-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

           SELECT PAYMENTS-FILE
               ASSIGN TO "data/paiements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

      * Approvals and rejections land in the client audit trail with
      * the supervisor's ID and role.
           SELECT CLIENT-AUDIT-OUTPUT
               ASSIGN TO "data/clients-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WRITE-OFF-FILE.
       COPY wofrcd.

       FD ORDERS-INPUT.
       01 ORD-IN-RECORD.
           05 ORD-IN-CLI-ID        PIC 9(04).
           05 FILLER               PIC X(01).
           05 ORD-IN-ID            PIC 9(05).
           05 FILLER               PIC X(01).
           05 ORD-IN-AMT           PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 ORD-IN-DATE          PIC 9(08).
           05 FILLER               PIC X(01).
      * Space or "O" is an ordinary order; "C" is a credit note.
           05 ORD-IN-TYPE          PIC X(01).

       FD PAYMENTS-FILE.
       01 PAY-IN-RECORD.
           05 PAY-IN-CLI-ID        PIC 9(04).
           05 FILLER               PIC X(01).
           05 PAY-IN-ORD-ID        PIC 9(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-AMT           PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 PAY-IN-DATE          PIC 9(08).
      * "W" marks a bad-debt write-off : it closes the order like a
      * payment but no cash came in. The reason column carries the
      * write-off's reason code.
           05 FILLER               PIC X(01).
           05 PAY-IN-SOURCE        PIC X(01).
           05 FILLER               PIC X(01).
           05 PAY-IN-RVSL          PIC X(01).
           05 FILLER               PIC X(01).
           05 PAY-IN-REASON        PIC X(04).
           05 FILLER               PIC X(01).
           05 PAY-IN-RCPT-NO       PIC X(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-KIND          PIC X(01).

       FD CLIENT-AUDIT-OUTPUT.
       01 AUD-OUT-RECORD           PIC X(337).

       WORKING-STORAGE SECTION.
       01 WS-WOF-STATUS           PIC X(02).
           88 WS-WOF-STATUS-OK              VALUE "00".
       01 WS-F-STATUS             PIC X(02).
           88 WS-F-STATUS-OK                VALUE "00".
       01 WS-PAY-STATUS           PIC X(02).
           88 WS-PAY-STATUS-OK              VALUE "00".
       01 WS-AUD-STATUS           PIC X(02).
           88 WS-AUD-STATUS-OK              VALUE "00".
       01 WS-EOF                  PIC 9(01).
           88 WS-EOF-TRUE                   VALUE 1.
           88 WS-EOF-FALSE                  VALUE 0.

      * The register as it sits on file, with a mark on each row once
      * its request has been shown this session.
       77 WS-WOF-TBL-SIZE         PIC 9(04) VALUE 0.
       77 WS-WOF-TBL-MAX          PIC 9(04) VALUE 5000.
       01 WS-WOF-TBL.
           05 WS-WOF OCCURS 5000 TIMES.
               10 WS-WOF-IMAGE    PIC X(100).
               10 WS-WOF-SEEN     PIC X(01).
       77 WS-IDX                  PIC 9(04).
       77 WS-ROW-IDX              PIC 9(04).
       77 WS-CUR-NO               PIC 9(05).

       77 WS-ORD-IDX              PIC 9(05).
       77 WS-ORD-TBL-SIZE         PIC 9(05) VALUE 0.
       77 WS-ORD-TBL-MAX          PIC 9(05) VALUE 99999.
       01 WS-ORD-TBL.
           05 WS-ORD OCCURS 99999 TIMES.
               10 WS-ORD-CLI-ID   PIC 9(04).
               10 WS-ORD-ID       PIC 9(05).
               10 WS-ORD-OPEN     PIC S9(07)V99.
       77 WS-OPEN-NOW             PIC S9(07)V99.
       77 WS-OPEN-SHOWN           PIC Z,ZZZ,ZZ9.99.
       77 WS-ASKED-SHOWN          PIC Z,ZZZ,ZZ9.99.

       77 WS-USER-INPUT           PIC X(01).
       77 WS-RUN-DATE             PIC 9(08).
       77 WS-APPROVED-CNT         PIC 9(03) VALUE 0.
       77 WS-REJECTED-CNT         PIC 9(03) VALUE 0.
       77 WS-KEPT-CNT             PIC 9(03) VALUE 0.
       77 WS-REQ-CNT              PIC 9(03).
       77 WS-REQ-TOTAL            PIC 9(09)V99.
       77 WS-POSTED-TOTAL         PIC 9(09)V99.
       77 WS-TOTAL-SHOWN          PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-AUDIT-LINE.
           05 WS-AUD-CLI-ID           PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-AUD-ACTION           PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-AUD-STAMP            PIC X(14).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-AUD-OPERATOR         PIC X(08).
           05 FILLER                  PIC X(03) VALUE " | ".
           05 WS-AUD-OLD-VALUE        PIC X(138).
           05 FILLER                  PIC X(03) VALUE " | ".
           05 WS-AUD-NEW-VALUE        PIC X(138).
           05 FILLER                  PIC X(03) VALUE " | ".
           05 WS-AUD-ROLE             PIC X(10).

       01 WS-AUD-VALUE-LINE.
           05 FILLER                  PIC X(10) VALUE "WRITE-OFF ".
           05 WS-AUD-WOF-NO           PIC 9(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-AUD-WOF-CNT          PIC 9(03).
           05 FILLER                  PIC X(11) VALUE " ORDER(S) ".
           05 WS-AUD-WOF-TOTAL        PIC 9(09)V99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-AUD-WOF-REASON       PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-AUD-WOF-STATE        PIC X(08).

       77 WS-AUTH-PROGRAM         PIC X(08).
       77 WS-AUTH-NEEDED          PIC 9(01).
       77 WS-AUTH-OK              PIC 9(01).
           88 WS-AUTH-OK-TRUE               VALUE 1.
           88 WS-AUTH-OK-FALSE              VALUE 0.
       77 WS-AUTH-OPERATOR        PIC X(08).
       77 WS-AUTH-ROLE            PIC X(10).
       77 WS-LOCK-NAME            PIC X(10).
       77 WS-LOCK-ACTION          PIC X(05).
       77 WS-LOCK-OK              PIC 9(01).
           88 WS-LOCK-OK-TRUE               VALUE 1.
           88 WS-LOCK-OK-FALSE              VALUE 0.
      * Each write-off row is posted to the client balance file.
       77 WS-BAL-TXN              PIC X(01) VALUE "W".

       PROCEDURE DIVISION.
      * Only a maintenance or admin operator approves money off a
      * client's balance.
           MOVE "wofrevw" TO WS-AUTH-PROGRAM.
           MOVE 3 TO WS-AUTH-NEEDED.
           CALL "chkauth" USING WS-AUTH-PROGRAM WS-AUTH-NEEDED
               WS-AUTH-OK WS-AUTH-OPERATOR WS-AUTH-ROLE
           END-CALL.
           IF WS-AUTH-OK-FALSE THEN
               DISPLAY "Operator " WS-AUTH-OPERATOR " holds role "
                   WS-AUTH-ROLE " - wofrevw needs maintenance. "
                   "Refused and logged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "writeoff" TO WS-LOCK-NAME.
           MOVE "GET" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           IF WS-LOCK-OK-FALSE THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 0100-LOAD-REGISTER-BEGIN
              THRU 0100-LOAD-REGISTER-END.
           PERFORM 0150-LOAD-BALANCES-BEGIN
              THRU 0150-LOAD-BALANCES-END.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-WOF-TBL-SIZE
               MOVE WS-WOF-IMAGE(WS-IDX) TO WOF-RECORD
               IF WOF-STATUS-PENDING AND
                  WS-WOF-SEEN(WS-IDX) EQUAL "N" THEN
                   MOVE WOF-NO TO WS-CUR-NO
                   PERFORM 0200-REVIEW-ONE-BEGIN
                      THRU 0200-REVIEW-ONE-END
               END-IF
           END-PERFORM.

           IF WS-APPROVED-CNT + WS-REJECTED-CNT + WS-KEPT-CNT
              EQUAL 0 THEN
               DISPLAY "No write-offs waiting in data/write-offs.txt."
           ELSE
               IF WS-APPROVED-CNT + WS-REJECTED-CNT > 0 THEN
                   PERFORM 0500-REWRITE-REGISTER-BEGIN
                      THRU 0500-REWRITE-REGISTER-END
               END-IF
               DISPLAY WS-APPROVED-CNT " approved, " WS-REJECTED-CNT
                   " rejected, " WS-KEPT-CNT " left waiting."
           END-IF.

           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           GOBACK.

       0100-LOAD-REGISTER-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT WRITE-OFF-FILE.
           IF NOT WS-WOF-STATUS-OK THEN
               GO TO 0100-LOAD-REGISTER-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ WRITE-OFF-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-WOF-TBL-SIZE < WS-WOF-TBL-MAX THEN
                           ADD 1 TO WS-WOF-TBL-SIZE
                           MOVE WOF-RECORD
                               TO WS-WOF-IMAGE(WS-WOF-TBL-SIZE)
                           MOVE "N" TO WS-WOF-SEEN(WS-WOF-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WRITE-OFF-FILE.
       0100-LOAD-REGISTER-END.

      * Open balance per order from the order and payment files as
      * keyed, the way wofentry and paycheck.cbl reckon it.
       0150-LOAD-BALANCES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDERS-INPUT.
           IF NOT WS-F-STATUS-OK THEN
               GO TO 0150-LOAD-BALANCES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ ORDERS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF ORD-IN-TYPE NOT EQUAL "C" AND
                          ORD-IN-AMT IS NUMERIC AND
                          WS-ORD-TBL-SIZE < WS-ORD-TBL-MAX THEN
                           ADD 1 TO WS-ORD-TBL-SIZE
                           MOVE ORD-IN-CLI-ID
                               TO WS-ORD-CLI-ID(WS-ORD-TBL-SIZE)
                           MOVE ORD-IN-ID
                               TO WS-ORD-ID(WS-ORD-TBL-SIZE)
                           MOVE ORD-IN-AMT
                               TO WS-ORD-OPEN(WS-ORD-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDERS-INPUT.

           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PAYMENTS-FILE.
           IF NOT WS-PAY-STATUS-OK THEN
               GO TO 0150-LOAD-BALANCES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ PAYMENTS-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF PAY-IN-KIND NOT EQUAL "O" AND
                          PAY-IN-AMT IS NUMERIC THEN
                           PERFORM 0160-NET-PAYMENT-BEGIN
                              THRU 0160-NET-PAYMENT-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENTS-FILE.
       0150-LOAD-BALANCES-END.

       0160-NET-PAYMENT-BEGIN.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-ORD-TBL-SIZE
               IF WS-ORD-ID(WS-ORD-IDX) EQUAL PAY-IN-ORD-ID AND
                  WS-ORD-CLI-ID(WS-ORD-IDX) EQUAL PAY-IN-CLI-ID THEN
                   IF PAY-IN-RVSL EQUAL "R" THEN
                       ADD PAY-IN-AMT TO WS-ORD-OPEN(WS-ORD-IDX)
                   ELSE
                       SUBTRACT PAY-IN-AMT FROM WS-ORD-OPEN(WS-ORD-IDX)
                   END-IF
               END-IF
           END-PERFORM.
       0160-NET-PAYMENT-END.

      * The open balance now of the order in WOF-RECORD, 0 if it is
      * no longer on file.
       0170-OPEN-NOW-BEGIN.
           MOVE 0 TO WS-OPEN-NOW.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-ORD-TBL-SIZE
               IF WS-ORD-ID(WS-ORD-IDX) EQUAL WOF-ORD-ID AND
                  WS-ORD-CLI-ID(WS-ORD-IDX) EQUAL WOF-CLI-ID THEN
                   MOVE WS-ORD-OPEN(WS-ORD-IDX) TO WS-OPEN-NOW
               END-IF
           END-PERFORM.
           IF WS-OPEN-NOW < 0 THEN
               MOVE 0 TO WS-OPEN-NOW
           END-IF.
       0170-OPEN-NOW-END.

      * A request is shown whole - every order under its number with
      * what the order owes now - and decided whole. Nobody approves
      * their own request - once operators sign on; without a
      * sign-on there is nobody to tell apart.
       0200-REVIEW-ONE-BEGIN.
           DISPLAY "Write-off " WOF-NO " : client " WOF-CLI-ID
               " requested " WOF-REQ-DATE " by " WOF-REQ-OPER
               " reason " WOF-REASON.
           DISPLAY "  " WOF-NOTE.
           MOVE 0 TO WS-REQ-CNT.
           MOVE 0 TO WS-REQ-TOTAL.
           PERFORM VARYING WS-ROW-IDX FROM WS-IDX BY 1
                   UNTIL WS-ROW-IDX > WS-WOF-TBL-SIZE
               MOVE WS-WOF-IMAGE(WS-ROW-IDX) TO WOF-RECORD
               IF WOF-NO EQUAL WS-CUR-NO AND WOF-STATUS-PENDING THEN
                   MOVE "Y" TO WS-WOF-SEEN(WS-ROW-IDX)
                   ADD 1 TO WS-REQ-CNT
                   ADD WOF-AMT TO WS-REQ-TOTAL
                   PERFORM 0170-OPEN-NOW-BEGIN
                      THRU 0170-OPEN-NOW-END
                   MOVE WS-OPEN-NOW TO WS-OPEN-SHOWN
                   MOVE WOF-AMT TO WS-ASKED-SHOWN
                   DISPLAY "  order " WOF-ORD-ID "  asked "
                       WS-ASKED-SHOWN
                       "  open now " WS-OPEN-SHOWN
               END-IF
           END-PERFORM.
           MOVE WS-WOF-IMAGE(WS-IDX) TO WOF-RECORD.
           MOVE WS-REQ-TOTAL TO WS-TOTAL-SHOWN.
           DISPLAY "  " WS-REQ-CNT " order(s), " WS-TOTAL-SHOWN
               " in all.".

           IF WOF-REQ-OPER EQUAL WS-AUTH-OPERATOR AND
              WS-AUTH-OPERATOR NOT EQUAL SPACE THEN
               DISPLAY "Your own request - left for another "
                   "supervisor."
               ADD 1 TO WS-KEPT-CNT
               GO TO 0200-REVIEW-ONE-END
           END-IF.

           DISPLAY "Approve, Reject or Skip (A/R/S)? "
               WITH NO ADVANCING.
           ACCEPT WS-USER-INPUT.

           EVALUATE WS-USER-INPUT
               WHEN "A"
                   PERFORM 0300-APPROVE-BEGIN
                      THRU 0300-APPROVE-END
               WHEN "R"
                   PERFORM 0400-REJECT-BEGIN
                      THRU 0400-REJECT-END
               WHEN OTHER
                   ADD 1 TO WS-KEPT-CNT
                   DISPLAY "Left waiting."
           END-EVALUATE.
       0200-REVIEW-ONE-END.

      * Each order is written off for what it owes now, never more
      * than was asked : cash that came in since the request stays
      * cash. An order paid off meanwhile has nothing left to write
      * off and its row is closed as rejected.
       0300-APPROVE-BEGIN.
           MOVE 0 TO WS-POSTED-TOTAL.
           OPEN EXTEND PAYMENTS-FILE.
           IF NOT WS-PAY-STATUS-OK THEN
               OPEN OUTPUT PAYMENTS-FILE
           END-IF.
           PERFORM VARYING WS-ROW-IDX FROM WS-IDX BY 1
                   UNTIL WS-ROW-IDX > WS-WOF-TBL-SIZE
               MOVE WS-WOF-IMAGE(WS-ROW-IDX) TO WOF-RECORD
               IF WOF-NO EQUAL WS-CUR-NO AND WOF-STATUS-PENDING THEN
                   PERFORM 0170-OPEN-NOW-BEGIN
                      THRU 0170-OPEN-NOW-END
                   IF WS-OPEN-NOW < WOF-AMT THEN
                       MOVE WS-OPEN-NOW TO WOF-AMT
                   END-IF
                   MOVE WS-RUN-DATE TO WOF-DEC-DATE
                   MOVE WS-AUTH-OPERATOR TO WOF-DEC-OPER
                   IF WOF-AMT EQUAL 0 THEN
                       SET WOF-STATUS-REJECTED TO TRUE
                       DISPLAY "  order " WOF-ORD-ID " is settled "
                           "already - nothing written off."
                   ELSE
                       SET WOF-STATUS-APPROVED TO TRUE
                       ADD WOF-AMT TO WS-POSTED-TOTAL
                       MOVE SPACES TO PAY-IN-RECORD
                       MOVE WOF-CLI-ID TO PAY-IN-CLI-ID
                       MOVE WOF-ORD-ID TO PAY-IN-ORD-ID
                       MOVE WOF-AMT TO PAY-IN-AMT
                       MOVE WS-RUN-DATE TO PAY-IN-DATE
                       MOVE "W" TO PAY-IN-SOURCE
                       MOVE WOF-REASON TO PAY-IN-REASON
                       WRITE PAY-IN-RECORD
                       CALL "balpost" USING PAY-IN-CLI-ID WS-BAL-TXN
                           PAY-IN-AMT PAY-IN-DATE
                       END-CALL
                   END-IF
                   MOVE WOF-RECORD TO WS-WOF-IMAGE(WS-ROW-IDX)
               END-IF
           END-PERFORM.
           CLOSE PAYMENTS-FILE.
           ADD 1 TO WS-APPROVED-CNT.
           MOVE WS-WOF-IMAGE(WS-IDX) TO WOF-RECORD.
           MOVE "WOFAPP" TO WS-AUD-ACTION.
           MOVE "POSTED" TO WS-AUD-WOF-STATE.
           MOVE WS-POSTED-TOTAL TO WS-AUD-WOF-TOTAL.
           PERFORM 0700-WRITE-AUDIT-BEGIN
              THRU 0700-WRITE-AUDIT-END.
           MOVE WS-POSTED-TOTAL TO WS-TOTAL-SHOWN.
           DISPLAY "Approved - " WS-TOTAL-SHOWN " written off.".
       0300-APPROVE-END.

       0400-REJECT-BEGIN.
           PERFORM VARYING WS-ROW-IDX FROM WS-IDX BY 1
                   UNTIL WS-ROW-IDX > WS-WOF-TBL-SIZE
               MOVE WS-WOF-IMAGE(WS-ROW-IDX) TO WOF-RECORD
               IF WOF-NO EQUAL WS-CUR-NO AND WOF-STATUS-PENDING THEN
                   SET WOF-STATUS-REJECTED TO TRUE
                   MOVE WS-RUN-DATE TO WOF-DEC-DATE
                   MOVE WS-AUTH-OPERATOR TO WOF-DEC-OPER
                   MOVE WOF-RECORD TO WS-WOF-IMAGE(WS-ROW-IDX)
               END-IF
           END-PERFORM.
           ADD 1 TO WS-REJECTED-CNT.
           MOVE WS-WOF-IMAGE(WS-IDX) TO WOF-RECORD.
           MOVE "WOFREJ" TO WS-AUD-ACTION.
           MOVE "REJECTED" TO WS-AUD-WOF-STATE.
           MOVE WS-REQ-TOTAL TO WS-AUD-WOF-TOTAL.
           PERFORM 0700-WRITE-AUDIT-BEGIN
              THRU 0700-WRITE-AUDIT-END.
           DISPLAY "Rejected - the order(s) stay open.".
       0400-REJECT-END.

       0500-REWRITE-REGISTER-BEGIN.
           OPEN OUTPUT WRITE-OFF-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-WOF-TBL-SIZE
               MOVE WS-WOF-IMAGE(WS-IDX) TO WOF-RECORD
               WRITE WOF-RECORD
           END-PERFORM.
           CLOSE WRITE-OFF-FILE.
       0500-REWRITE-REGISTER-END.

      * WOF-RECORD holds the request's first row; the caller set the
      * action, the state and the total.
       0700-WRITE-AUDIT-BEGIN.
           OPEN EXTEND CLIENT-AUDIT-OUTPUT.
           IF NOT WS-AUD-STATUS-OK THEN
               OPEN OUTPUT CLIENT-AUDIT-OUTPUT
           END-IF.
           MOVE WOF-CLI-ID TO WS-AUD-CLI-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUD-STAMP.
           MOVE WS-AUTH-OPERATOR TO WS-AUD-OPERATOR.
           MOVE WS-AUTH-ROLE TO WS-AUD-ROLE.
           MOVE WOF-NOTE TO WS-AUD-OLD-VALUE.
           MOVE WS-CUR-NO TO WS-AUD-WOF-NO.
           MOVE WS-REQ-CNT TO WS-AUD-WOF-CNT.
           MOVE WOF-REASON TO WS-AUD-WOF-REASON.
           MOVE WS-AUD-VALUE-LINE TO WS-AUD-NEW-VALUE.
           MOVE WS-AUDIT-LINE TO AUD-OUT-RECORD.
           WRITE AUD-OUT-RECORD.
           CLOSE CLIENT-AUDIT-OUTPUT.
       0700-WRITE-AUDIT-END.
