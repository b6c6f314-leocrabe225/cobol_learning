       IDENTIFICATION DIVISION.
       PROGRAM-ID. wofentry.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Proposes writing off what a client will never pay : the
      * client's open orders are listed, the operator picks them and
      * gives a reason. Up to WRITE-OFF-LIMIT the write-off is posted
      * at once; past it the request waits in data/write-offs.txt
      * for a supervisor in wofrevw.cbl, the same way ordentry.cbl
      * holds a large credit note for crnrevw.cbl.
           SELECT CLIENTS-INPUT
               ASSIGN TO "data/clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.

      * Orders and payments as keyed, the files paycheck.cbl checks
      * a payment row against, so a write-off posted earlier today
      * already counts before the night's clean run.
           SELECT ORDERS-INPUT
               ASSIGN TO "data/num-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

           SELECT PAYMENTS-FILE
               ASSIGN TO "data/paiements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT WRITE-OFF-FILE
               ASSIGN TO "data/write-offs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOF-STATUS.

           SELECT CLIENT-AUDIT-OUTPUT
               ASSIGN TO "data/clients-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTS-INPUT.
       COPY climast.

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

       FD WRITE-OFF-FILE.
       COPY wofrcd.

       FD CLIENT-AUDIT-OUTPUT.
       01 AUD-OUT-RECORD           PIC X(337).

       WORKING-STORAGE SECTION.
       01 WS-F-STATUS             PIC X(02).
           88 WS-F-STATUS-OK                VALUE "00".
       01 WS-CLI-STATUS           PIC X(02).
           88 WS-CLI-STATUS-OK              VALUE "00".
       01 WS-PAY-STATUS           PIC X(02).
           88 WS-PAY-STATUS-OK              VALUE "00".
       01 WS-WOF-STATUS           PIC X(02).
           88 WS-WOF-STATUS-OK              VALUE "00".
       01 WS-AUD-STATUS           PIC X(02).
           88 WS-AUD-STATUS-OK              VALUE "00".
       01 WS-EOF                  PIC 9(01).
           88 WS-EOF-TRUE                   VALUE 1.
           88 WS-EOF-FALSE                  VALUE 0.

       77 WS-IDX                  PIC 9(05).
       77 WS-ORD-TBL-SIZE         PIC 9(05) VALUE 0.
       77 WS-ORD-TBL-MAX          PIC 9(05) VALUE 99999.
       01 WS-ORD-TBL.
           05 WS-ORD OCCURS 99999 TIMES.
               10 WS-ORD-CLI-ID   PIC 9(04).
               10 WS-ORD-ID       PIC 9(05).
               10 WS-ORD-AMT      PIC 9(07)V99.
               10 WS-ORD-DATE     PIC 9(08).
               10 WS-ORD-TYPE     PIC X(01).
      * What is still owed on the order : its amount less every live
      * payment, application and write-off row against it.
               10 WS-ORD-OPEN     PIC S9(07)V99.
      * "Y" while a write-off request for the order waits for a
      * supervisor : it cannot be asked for twice.
               10 WS-ORD-PENDING  PIC X(01).
               10 WS-ORD-PICK     PIC X(01).

       77 WS-LAST-WOF-NO          PIC 9(05) VALUE 0.
       77 WS-CLI-FOUND            PIC 9(01).
           88 WS-CLI-FOUND-TRUE             VALUE 1.
           88 WS-CLI-FOUND-FALSE            VALUE 0.
       77 WS-CLI-NAME             PIC X(10).
       77 WS-CLI-FNAME            PIC X(10).

       77 WS-RUN-DATE             PIC 9(08).
       77 WS-RUN-INTEGER          PIC S9(09) COMP-5.
       77 WS-AGE-DAYS             PIC S9(05) COMP-5.
       77 WS-ENTRY-CLI-ID         PIC 9(04).
       77 WS-ENTRY-ORD-ID         PIC 9(05).
       77 WS-ENTRY-REASON         PIC X(04).
       77 WS-ENTRY-NOTE           PIC X(30).
       77 WS-CONFIRM              PIC X(01).
       77 WS-OPEN-CNT             PIC 9(03) VALUE 0.
       77 WS-PICK-CNT             PIC 9(03) VALUE 0.
       77 WS-PICK-TOTAL           PIC 9(09)V99 VALUE 0.
       77 WS-TOTAL-SHOWN          PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-LIMIT-SHOWN          PIC Z,ZZZ,ZZ9.99.

      * Past this total a supervisor has to approve the write-off.
       77 WS-WRITE-OFF-LIMIT      PIC 9(07)V99 VALUE 200.
       01 WS-PARAM-KEY            PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-PARAM-FOUND          PIC 9(01).
           88 WS-PARAM-FOUND-TRUE           VALUE 1.
           88 WS-PARAM-FOUND-FALSE          VALUE 0.

       77 WS-SEQ-NAME             PIC X(08).
       77 WS-SEQ-FALLBACK         PIC 9(09).
       77 WS-SEQ-CEILING          PIC 9(09).
       77 WS-SEQ-NEXT             PIC 9(09).

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

       01 WS-OPEN-LINE.
           05 FILLER                  PIC X(08) VALUE "  Order ".
           05 WS-OPN-ORD-ID           PIC 9(05).
           05 FILLER                  PIC X(07) VALUE " dated ".
           05 WS-OPN-DATE             PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-OPN-AGE              PIC ZZZZ9.
           05 FILLER                  PIC X(13) VALUE " days  open ".
           05 WS-OPN-AMT              PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-OPN-NOTE             PIC X(24).

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
      * Anyone who keys payments may propose a write-off; the limit
      * decides whether it also needs a supervisor.
           MOVE "wofentry" TO WS-AUTH-PROGRAM.
           MOVE 2 TO WS-AUTH-NEEDED.
           CALL "chkauth" USING WS-AUTH-PROGRAM WS-AUTH-NEEDED
               WS-AUTH-OK WS-AUTH-OPERATOR WS-AUTH-ROLE
           END-CALL.
           IF WS-AUTH-OK-FALSE THEN
               DISPLAY "Operator " WS-AUTH-OPERATOR " holds role "
                   WS-AUTH-ROLE " - wofentry needs entry. "
                   "Refused and logged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * The register is shared with wofrevw, which rewrites it whole.
           MOVE "writeoff" TO WS-LOCK-NAME.
           MOVE "GET" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           IF WS-LOCK-OK-FALSE THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "WRITE-OFF-LIMIT" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                   TO WS-WRITE-OFF-LIMIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           PERFORM 0100-LOAD-ORDERS-BEGIN
              THRU 0100-LOAD-ORDERS-END.
           IF WS-F-STATUS-OK THEN
               PERFORM 0150-LOAD-PAYMENTS-BEGIN
                  THRU 0150-LOAD-PAYMENTS-END
               PERFORM 0170-LOAD-REGISTER-BEGIN
                  THRU 0170-LOAD-REGISTER-END
               PERFORM 0200-REQUEST-BEGIN
                  THRU 0200-REQUEST-END
           END-IF.

           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           GOBACK.

      * Credit notes are left out : they owe nothing to write off.
       0100-LOAD-ORDERS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDERS-INPUT.
           IF NOT WS-F-STATUS-OK THEN
               DISPLAY "Unable to open data/num-commandes.txt, status "
                   WS-F-STATUS " - nothing can be written off."
               MOVE 8 TO RETURN-CODE
               GO TO 0100-LOAD-ORDERS-END
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
                               TO WS-ORD-AMT(WS-ORD-TBL-SIZE)
                           MOVE ORD-IN-DATE
                               TO WS-ORD-DATE(WS-ORD-TBL-SIZE)
                           MOVE ORD-IN-TYPE
                               TO WS-ORD-TYPE(WS-ORD-TBL-SIZE)
                           MOVE ORD-IN-AMT
                               TO WS-ORD-OPEN(WS-ORD-TBL-SIZE)
                           MOVE "N" TO WS-ORD-PENDING(WS-ORD-TBL-SIZE)
                           MOVE "N" TO WS-ORD-PICK(WS-ORD-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDERS-INPUT.
       0100-LOAD-ORDERS-END.

      * Cash held on account sits on order 00000 and matches nothing
      * here; everything else nets the order it names.
       0150-LOAD-PAYMENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PAYMENTS-FILE.
           IF NOT WS-PAY-STATUS-OK THEN
               GO TO 0150-LOAD-PAYMENTS-END
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
       0150-LOAD-PAYMENTS-END.

       0160-NET-PAYMENT-BEGIN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ORD-TBL-SIZE
               IF WS-ORD-ID(WS-IDX) EQUAL PAY-IN-ORD-ID AND
                  WS-ORD-CLI-ID(WS-IDX) EQUAL PAY-IN-CLI-ID THEN
                   IF PAY-IN-RVSL EQUAL "R" THEN
                       ADD PAY-IN-AMT TO WS-ORD-OPEN(WS-IDX)
                   ELSE
                       SUBTRACT PAY-IN-AMT FROM WS-ORD-OPEN(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM.
       0160-NET-PAYMENT-END.

      * Only the request numbers and what still waits matter here :
      * the register is appended to, never rewritten, by this program.
       0170-LOAD-REGISTER-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT WRITE-OFF-FILE.
           IF NOT WS-WOF-STATUS-OK THEN
               GO TO 0170-LOAD-REGISTER-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ WRITE-OFF-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WOF-NO IS NUMERIC AND
                          WOF-NO > WS-LAST-WOF-NO THEN
                           MOVE WOF-NO TO WS-LAST-WOF-NO
                       END-IF
                       IF WOF-STATUS-PENDING THEN
                           PERFORM VARYING WS-IDX FROM 1 BY 1
                                   UNTIL WS-IDX > WS-ORD-TBL-SIZE
                               IF WS-ORD-ID(WS-IDX) EQUAL WOF-ORD-ID
                                  AND WS-ORD-CLI-ID(WS-IDX) EQUAL
                                  WOF-CLI-ID THEN
                                   MOVE "Y" TO WS-ORD-PENDING(WS-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WRITE-OFF-FILE.
       0170-LOAD-REGISTER-END.

      * One request per run : the client's open orders are listed
      * with their age, the operator picks them one by one (0 for
      * every order listed), gives a reason code and a note, and
      * confirms the total.
       0200-REQUEST-BEGIN.
           DISPLAY "Client ID (4 digits) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CLI-ID.
           PERFORM 0210-FIND-CLIENT-BEGIN
              THRU 0210-FIND-CLIENT-END.
           IF WS-CLI-FOUND-FALSE THEN
               DISPLAY "No client " WS-ENTRY-CLI-ID " in "
                   "data/clients.txt - nothing written off."
               GO TO 0200-REQUEST-END
           END-IF.

           DISPLAY "Open orders of client " WS-ENTRY-CLI-ID " "
               WS-CLI-FNAME " " WS-CLI-NAME " :".
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ORD-TBL-SIZE
               IF WS-ORD-CLI-ID(WS-IDX) EQUAL WS-ENTRY-CLI-ID AND
                  WS-ORD-OPEN(WS-IDX) > 0 THEN
                   PERFORM 0220-SHOW-OPEN-BEGIN
                      THRU 0220-SHOW-OPEN-END
               END-IF
           END-PERFORM.
           IF WS-OPEN-CNT EQUAL 0 THEN
               DISPLAY "  (none) - nothing to write off."
               GO TO 0200-REQUEST-END
           END-IF.

           MOVE 1 TO WS-ENTRY-ORD-ID.
           PERFORM UNTIL WS-ENTRY-ORD-ID EQUAL 0 OR
                         WS-ENTRY-ORD-ID EQUAL 99999
               DISPLAY "Order ID to write off (0 for every order "
                   "listed, 99999 when done) : " WITH NO ADVANCING
               ACCEPT WS-ENTRY-ORD-ID
               PERFORM 0230-PICK-ORDER-BEGIN
                  THRU 0230-PICK-ORDER-END
           END-PERFORM.
           IF WS-PICK-CNT EQUAL 0 THEN
               DISPLAY "No order picked - nothing written off."
               GO TO 0200-REQUEST-END
           END-IF.

           DISPLAY "Reason code (4 characters, e.g. INSV, GONE, "
               "DISP, SMAL) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-REASON.
           IF WS-ENTRY-REASON EQUAL SPACES THEN
               DISPLAY "A write-off needs a reason - nothing written "
                   "off."
               GO TO 0200-REQUEST-END
           END-IF.
           DISPLAY "Note for the register (30 characters) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-NOTE.

           MOVE WS-PICK-TOTAL TO WS-TOTAL-SHOWN.
           MOVE WS-WRITE-OFF-LIMIT TO WS-LIMIT-SHOWN.
           DISPLAY WS-PICK-CNT " order(s), " WS-TOTAL-SHOWN
               " in all, reason " WS-ENTRY-REASON ".".
           IF WS-PICK-TOTAL > WS-WRITE-OFF-LIMIT THEN
               DISPLAY "Over the " WS-LIMIT-SHOWN " write-off limit "
                   "- it will wait for a supervisor."
           END-IF.
           DISPLAY "Write it off (Y/N) ? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT EQUAL "Y" AND WS-CONFIRM NOT EQUAL "y"
              THEN
               DISPLAY "Nothing written off."
               GO TO 0200-REQUEST-END
           END-IF.

           MOVE "WRITEOFF" TO WS-SEQ-NAME.
           MOVE WS-LAST-WOF-NO TO WS-SEQ-FALLBACK.
           MOVE 99999 TO WS-SEQ-CEILING.
           CALL "getseq" USING WS-SEQ-NAME WS-SEQ-FALLBACK
               WS-SEQ-CEILING WS-SEQ-NEXT
           END-CALL.
           IF WS-SEQ-NEXT EQUAL 0 THEN
               DISPLAY "No write-off number could be allocated - "
                   "nothing written off."
               GO TO 0200-REQUEST-END
           END-IF.
           MOVE WS-SEQ-NEXT TO WS-LAST-WOF-NO.

           PERFORM 0300-WRITE-REQUEST-BEGIN
              THRU 0300-WRITE-REQUEST-END.
       0200-REQUEST-END.

      * Deactivated clients are exactly the ones most often written
      * off, so every client on file can be picked.
       0210-FIND-CLIENT-BEGIN.
           SET WS-CLI-FOUND-FALSE TO TRUE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLIENTS-INPUT.
           IF NOT WS-CLI-STATUS-OK THEN
               GO TO 0210-FIND-CLIENT-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLIENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF CLI-M-ID EQUAL WS-ENTRY-CLI-ID THEN
                           SET WS-CLI-FOUND-TRUE TO TRUE
                           MOVE CLI-M-NAME TO WS-CLI-NAME
                           MOVE CLI-M-FNAME TO WS-CLI-FNAME
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTS-INPUT.
       0210-FIND-CLIENT-END.

       0220-SHOW-OPEN-BEGIN.
           ADD 1 TO WS-OPEN-CNT.
           COMPUTE WS-AGE-DAYS = WS-RUN-INTEGER
               - FUNCTION INTEGER-OF-DATE(WS-ORD-DATE(WS-IDX)).
           MOVE WS-ORD-ID(WS-IDX) TO WS-OPN-ORD-ID.
           MOVE WS-ORD-DATE(WS-IDX) TO WS-OPN-DATE.
           MOVE WS-AGE-DAYS TO WS-OPN-AGE.
           MOVE WS-ORD-OPEN(WS-IDX) TO WS-OPN-AMT.
           IF WS-ORD-PENDING(WS-IDX) EQUAL "Y" THEN
               MOVE "(write-off pending)" TO WS-OPN-NOTE
           ELSE
               MOVE SPACES TO WS-OPN-NOTE
           END-IF.
           DISPLAY WS-OPEN-LINE.
       0220-SHOW-OPEN-END.

      * An order already waiting for a supervisor is passed over, so
      * 0 picks only what is still free to write off.
       0230-PICK-ORDER-BEGIN.
           IF WS-ENTRY-ORD-ID EQUAL 99999 THEN
               GO TO 0230-PICK-ORDER-END
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ORD-TBL-SIZE
               IF WS-ORD-CLI-ID(WS-IDX) EQUAL WS-ENTRY-CLI-ID AND
                  WS-ORD-OPEN(WS-IDX) > 0 AND
                  WS-ORD-PICK(WS-IDX) EQUAL "N" AND
                  (WS-ENTRY-ORD-ID EQUAL 0 OR
                   WS-ENTRY-ORD-ID EQUAL WS-ORD-ID(WS-IDX)) THEN
                   IF WS-ORD-PENDING(WS-IDX) EQUAL "Y" THEN
                       IF WS-ENTRY-ORD-ID NOT EQUAL 0 THEN
                           DISPLAY "Order " WS-ORD-ID(WS-IDX)
                               " already waits for a supervisor."
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-ORD-PICK(WS-IDX)
                       ADD 1 TO WS-PICK-CNT
                       ADD WS-ORD-OPEN(WS-IDX) TO WS-PICK-TOTAL
                   END-IF
               END-IF
           END-PERFORM.
       0230-PICK-ORDER-END.

      * Every picked order gets a register row under the request
      * number. Within the limit the rows are approved under the
      * requesting operator and posted straight away; past it they
      * wait for wofrevw.
       0300-WRITE-REQUEST-BEGIN.
           OPEN EXTEND WRITE-OFF-FILE.
           IF NOT WS-WOF-STATUS-OK THEN
               OPEN OUTPUT WRITE-OFF-FILE
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ORD-TBL-SIZE
               IF WS-ORD-PICK(WS-IDX) EQUAL "Y" THEN
                   MOVE SPACES TO WOF-RECORD
                   MOVE WS-LAST-WOF-NO TO WOF-NO
                   MOVE WS-ENTRY-CLI-ID TO WOF-CLI-ID
                   MOVE WS-ORD-ID(WS-IDX) TO WOF-ORD-ID
                   MOVE WS-ORD-OPEN(WS-IDX) TO WOF-AMT
                   MOVE WS-ENTRY-REASON TO WOF-REASON
                   MOVE WS-RUN-DATE TO WOF-REQ-DATE
                   MOVE WS-AUTH-OPERATOR TO WOF-REQ-OPER
                   MOVE WS-ENTRY-NOTE TO WOF-NOTE
                   IF WS-PICK-TOTAL > WS-WRITE-OFF-LIMIT THEN
                       SET WOF-STATUS-PENDING TO TRUE
                       MOVE 0 TO WOF-DEC-DATE
                   ELSE
                       SET WOF-STATUS-APPROVED TO TRUE
                       MOVE WS-RUN-DATE TO WOF-DEC-DATE
                       MOVE WS-AUTH-OPERATOR TO WOF-DEC-OPER
                   END-IF
                   WRITE WOF-RECORD
               END-IF
           END-PERFORM.
           CLOSE WRITE-OFF-FILE.

           IF WS-PICK-TOTAL > WS-WRITE-OFF-LIMIT THEN
               MOVE "WOFREQ" TO WS-AUD-ACTION
               MOVE "PENDING" TO WS-AUD-WOF-STATE
               PERFORM 0700-WRITE-AUDIT-BEGIN
                  THRU 0700-WRITE-AUDIT-END
               DISPLAY "Write-off " WS-LAST-WOF-NO " of "
                   WS-TOTAL-SHOWN " held for supervisor approval."
               GO TO 0300-WRITE-REQUEST-END
           END-IF.

           PERFORM 0400-POST-BEGIN
              THRU 0400-POST-END.
           MOVE "WOFAPP" TO WS-AUD-ACTION.
           MOVE "POSTED" TO WS-AUD-WOF-STATE.
           PERFORM 0700-WRITE-AUDIT-BEGIN
              THRU 0700-WRITE-AUDIT-END.
           DISPLAY "Write-off " WS-LAST-WOF-NO " of " WS-TOTAL-SHOWN
               " posted - the order(s) count as closed from the next "
               "paycheck run.".
       0300-WRITE-REQUEST-END.

      * The write-off lands in the payment file as a source "W" row
      * per order, so paycheck, the aging, statements, dunning and
      * the credit hold all see the order closed.
       0400-POST-BEGIN.
           OPEN EXTEND PAYMENTS-FILE.
           IF NOT WS-PAY-STATUS-OK THEN
               OPEN OUTPUT PAYMENTS-FILE
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ORD-TBL-SIZE
               IF WS-ORD-PICK(WS-IDX) EQUAL "Y" THEN
                   MOVE SPACES TO PAY-IN-RECORD
                   MOVE WS-ENTRY-CLI-ID TO PAY-IN-CLI-ID
                   MOVE WS-ORD-ID(WS-IDX) TO PAY-IN-ORD-ID
                   MOVE WS-ORD-OPEN(WS-IDX) TO PAY-IN-AMT
                   MOVE WS-RUN-DATE TO PAY-IN-DATE
                   MOVE "W" TO PAY-IN-SOURCE
                   MOVE WS-ENTRY-REASON TO PAY-IN-REASON
                   WRITE PAY-IN-RECORD
                   CALL "balpost" USING PAY-IN-CLI-ID WS-BAL-TXN
                       PAY-IN-AMT PAY-IN-DATE
                   END-CALL
               END-IF
           END-PERFORM.
           CLOSE PAYMENTS-FILE.
       0400-POST-END.

       0700-WRITE-AUDIT-BEGIN.
           OPEN EXTEND CLIENT-AUDIT-OUTPUT.
           IF NOT WS-AUD-STATUS-OK THEN
               OPEN OUTPUT CLIENT-AUDIT-OUTPUT
           END-IF.
           MOVE WS-ENTRY-CLI-ID TO WS-AUD-CLI-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUD-STAMP.
           MOVE WS-AUTH-OPERATOR TO WS-AUD-OPERATOR.
           MOVE WS-AUTH-ROLE TO WS-AUD-ROLE.
           MOVE WS-ENTRY-NOTE TO WS-AUD-OLD-VALUE.
           MOVE WS-LAST-WOF-NO TO WS-AUD-WOF-NO.
           MOVE WS-PICK-CNT TO WS-AUD-WOF-CNT.
           MOVE WS-PICK-TOTAL TO WS-AUD-WOF-TOTAL.
           MOVE WS-ENTRY-REASON TO WS-AUD-WOF-REASON.
           MOVE WS-AUD-VALUE-LINE TO WS-AUD-NEW-VALUE.
           MOVE WS-AUDIT-LINE TO AUD-OUT-RECORD.
           WRITE AUD-OUT-RECORD.
           CLOSE CLIENT-AUDIT-OUTPUT.
       0700-WRITE-AUDIT-END.
