               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

      * The client master, for each client's payment terms : a
      * balance is overdue from the due date those terms give.
           SELECT CLIENTS-INPUT
               ASSIGN TO "data/clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.

      * One row per held client : ordentry refuses their orders and
      * cliinq shows the flag, so the phone desk can explain a refusal
      * instead of guessing.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-STATUS.

      * What each client owes, kept by balpost and rebuilt nightly by
      * balrecon : the open balance held against a group limit. The
      * overdue figure still comes order by order from the files
      * above, since it needs each order's age.
           SELECT BALANCE-INPUT
               ASSIGN TO "data/clients-balance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

      * Hold and release are master changes : they land in the client
      * audit trail the same way climaint's changes do.
           SELECT CLIENT-AUDIT-OUTPUT
       FILE SECTION.
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

       FD CLIENTS-INPUT.
       COPY climast.

       FD PAYMENTS-INPUT.
       01 PAY-IN-RECORD.
           05 PAY-IN-CLI-ID        PIC 9(04).
           05 FILLER               PIC X(01).
           05 PAY-IN-ORD-ID        PIC 9(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-AMT           PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 PAY-IN-DATE          PIC 9(08).
      * "R" marks a reversal row (bounced cheque) carrying the
           05 PAY-IN-RVSL          PIC X(01).
           05 FILLER               PIC X(01).
           05 PAY-IN-REASON        PIC X(04).
           05 FILLER               PIC X(01).
           05 PAY-IN-RCPT-NO       PIC X(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-KIND          PIC X(01).

       FD HOLD-FILE.
       01 HLD-RECORD.
           05 HLD-CLI-ID           PIC 9(04).
           05 FILLER               PIC X(01).
           05 HLD-DATE             PIC 9(08).
           05 FILLER               PIC X(01).
           05 HLD-AMOUNT           PIC 9(07)V99.

       FD BALANCE-INPUT.
       COPY clibal.

       FD CLIENT-AUDIT-OUTPUT.
       01 AUD-OUT-RECORD            PIC X(337).

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).

       01 WS-AUD-STATUS               PIC X(02).
           88 WS-AUD-STATUS-OK                  VALUE "00".
       01 WS-CLI-STATUS               PIC X(02).
           88 WS-CLI-STATUS-OK                  VALUE "00".
       01 WS-BAL-STATUS               PIC X(02).
           88 WS-BAL-STATUS-OK                  VALUE "00".

       77 WS-IDX                      PIC 9(05).
       77 WS-COMMAND                  PIC X(10).

       77 WS-ORD-TBL-SIZE             PIC 9(05) VALUE 0.
       77 WS-ORD-TBL-MAX              PIC 9(05) VALUE 99999.
       01 WS-ORD-TBL.
           05 WS-ORD OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-ORD-TBL-SIZE.
               10 WS-ORD-CLI-ID       PIC 9(04).
               10 WS-ORD-ID           PIC 9(05).
               10 WS-ORD-AMT          PIC 9(07)V99.
               10 WS-ORD-DATE         PIC 9(08).
               10 WS-ORD-PAID         PIC 9(08)V99.
               10 WS-ORD-TYPE         PIC X(01).

      * Open amount more than 30 days past its due date, per client.
       01 WS-OVERDUE-TBL.
           05 WS-OVERDUE              PIC S9(09)V99 OCCURS 9999 TIMES.
       77 WS-CLI-IDX                  PIC 9(05).

      * Payment terms by client ID; a client missing from the master
      * keeps blank terms, which duedate reads as the house terms.
       01 WS-TERMS-TBL.
           05 WS-CLI-TERMS            PIC X(04) OCCURS 9999 TIMES.
       77 WS-DUE-DATE                 PIC 9(08).
       77 WS-TRM-LABEL                PIC X(30).
       77 WS-TRM-KNOWN                PIC 9(01).

       77 WS-HLD-TBL-SIZE             PIC 9(04) VALUE 0.
       77 WS-HLD-TBL-MAX              PIC 9(04) VALUE 9999.
       01 WS-HLD-TBL.
           05 WS-HLD OCCURS 9999 TIMES.
               10 WS-HLD-CLI-ID       PIC 9(04).
               10 WS-HLD-DATE         PIC 9(08).
               10 WS-HLD-AMOUNT       PIC 9(07)V99.
       77 WS-HLD-FOUND-IDX            PIC 9(04).

       77 WS-RUN-DATE                 PIC 9(08).
       77 WS-RUN-INTEGER              PIC S9(09) COMP-5.
       77 WS-ORD-INTEGER              PIC S9(09) COMP-5.
       77 WS-AGE-DAYS                 PIC S9(05) COMP-5.
       77 WS-OPEN-AMT                 PIC S9(08)V99.

       77 WS-HOLD-LIMIT               PIC 9(07) VALUE 500.
      * CLIENT holds each client on its own figures, as always; GROUP
      * holds a head office and all its branches together, on the
      * whole group's overdue against the same threshold and on its
      * open balance against the head's group credit limit.
       77 WS-HOLD-LEVEL               PIC X(06) VALUE "CLIENT".
       01 WS-GROUP-TBL.
           05 WS-GROUP OCCURS 9999 TIMES.
               10 WS-CLI-PARENT       PIC 9(04).
               10 WS-CLI-GRP-LIMIT    PIC 9(07)V99.
               10 WS-CLI-OPEN         PIC S9(09)V99.
               10 WS-GRP-OVERDUE      PIC S9(09)V99.
               10 WS-GRP-OPEN         PIC S9(09)V99.
       77 WS-HEAD-IDX                 PIC 9(05).
       77 WS-HOLD-AMT                 PIC S9(09)V99.
       77 WS-HOLD-REASON              PIC X(01).
           88 WS-HOLD-OVERDUE                   VALUE "O".
           88 WS-HOLD-OVER-LIMIT                VALUE "L".
       77 WS-HOLDS-SET                PIC 9(04) VALUE 0.
       77 WS-AMT-SHOWN                PIC Z,ZZZ,ZZ9.99.
       77 WS-ENTRY-ID                 PIC 9(04).

       01 WS-PARAM-KEY            PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
      * One audit row per hold set or released, in the exact layout
      * climaint.cbl writes, so cliaudit reads them all together.
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
                   TO WS-HOLD-LIMIT
           END-IF.

           MOVE "CREDIT-HOLD-LEVEL" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE AND
              FUNCTION TRIM(WS-PARAM-VALUE) EQUAL "GROUP" THEN
               MOVE "GROUP" TO WS-HOLD-LEVEL
           END-IF.

           PERFORM 0100-LOAD-HOLDS-BEGIN
              THRU 0100-LOAD-HOLDS-END.

       0100-LOAD-HOLDS-END.

      * One pass over cliaging's figures : any client whose open
      * amount over 30 days past due exceeds the threshold goes on
      * hold.
      * RUN only ever adds holds - release stays an operator action.
       0200-RUN-HOLDS-BEGIN.
           PERFORM 0300-LOAD-BOOK-BEGIN
              THRU 0300-LOAD-BOOK-END.

           MOVE 0 TO WS-HOLDS-SET.
           IF WS-HOLD-LEVEL EQUAL "GROUP" THEN
               PERFORM 0250-RUN-GROUP-HOLDS-BEGIN
                  THRU 0250-RUN-GROUP-HOLDS-END
               GO TO 0200-RUN-HOLDS-END
           END-IF.
           SET WS-HOLD-OVERDUE TO TRUE.
           MOVE 0 TO WS-HEAD-IDX.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > 9999
               IF WS-OVERDUE(WS-CLI-IDX) > WS-HOLD-LIMIT THEN
                   MOVE WS-OVERDUE(WS-CLI-IDX) TO WS-HOLD-AMT
                   PERFORM 0400-SET-ONE-HOLD-BEGIN
                      THRU 0400-SET-ONE-HOLD-END
               END-IF
               WS-HOLD-LIMIT ").".
       0200-RUN-HOLDS-END.

      * Every client's figures are added into its head's (a client
      * with no parent is its own head), then each member is held
      * on its head's totals : a group that is held is held whole,
      * so ordentry stops every branch, not just the one that owes.
       0250-RUN-GROUP-HOLDS-BEGIN.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > 9999
               PERFORM 0260-HEAD-OF-BEGIN
                  THRU 0260-HEAD-OF-END
               ADD WS-OVERDUE(WS-CLI-IDX)
                   TO WS-GRP-OVERDUE(WS-HEAD-IDX)
               ADD WS-CLI-OPEN(WS-CLI-IDX)
                   TO WS-GRP-OPEN(WS-HEAD-IDX)
           END-PERFORM.

           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > 9999
               PERFORM 0260-HEAD-OF-BEGIN
                  THRU 0260-HEAD-OF-END
               MOVE SPACE TO WS-HOLD-REASON
               IF WS-GRP-OVERDUE(WS-HEAD-IDX) > WS-HOLD-LIMIT THEN
                   SET WS-HOLD-OVERDUE TO TRUE
                   MOVE WS-GRP-OVERDUE(WS-HEAD-IDX) TO WS-HOLD-AMT
               ELSE
                   IF WS-CLI-GRP-LIMIT(WS-HEAD-IDX) > 0 AND
                      WS-GRP-OPEN(WS-HEAD-IDX) >
                          WS-CLI-GRP-LIMIT(WS-HEAD-IDX) THEN
                       SET WS-HOLD-OVER-LIMIT TO TRUE
                       MOVE WS-GRP-OPEN(WS-HEAD-IDX) TO WS-HOLD-AMT
                   END-IF
               END-IF
               IF WS-HOLD-REASON NOT EQUAL SPACE THEN
                   PERFORM 0400-SET-ONE-HOLD-BEGIN
                      THRU 0400-SET-ONE-HOLD-END
               END-IF
           END-PERFORM.
           DISPLAY WS-HOLDS-SET " hold(s) set this run at group level"
               " (threshold " WS-HOLD-LIMIT ").".
       0250-RUN-GROUP-HOLDS-END.

       0260-HEAD-OF-BEGIN.
           IF WS-CLI-PARENT(WS-CLI-IDX) > 0 THEN
               MOVE WS-CLI-PARENT(WS-CLI-IDX) TO WS-HEAD-IDX
           ELSE
               MOVE WS-CLI-IDX TO WS-HEAD-IDX
           END-IF.
       0260-HEAD-OF-END.

       0300-LOAD-BOOK-BEGIN.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > 9999
               MOVE 0 TO WS-OVERDUE(WS-CLI-IDX)
               MOVE SPACE TO WS-CLI-TERMS(WS-CLI-IDX)
               MOVE 0 TO WS-CLI-PARENT(WS-CLI-IDX)
               MOVE 0 TO WS-CLI-GRP-LIMIT(WS-CLI-IDX)
               MOVE 0 TO WS-CLI-OPEN(WS-CLI-IDX)
               MOVE 0 TO WS-GRP-OVERDUE(WS-CLI-IDX)
               MOVE 0 TO WS-GRP-OPEN(WS-CLI-IDX)
           END-PERFORM.

           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLIENTS-INPUT.
           IF WS-CLI-STATUS-OK THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ CLIENTS-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           IF CLI-M-ID > 0 THEN
                               MOVE CLI-M-TERMS
                                   TO WS-CLI-TERMS(CLI-M-ID)
                               PERFORM 0310-KEEP-GROUP-BEGIN
                                  THRU 0310-KEEP-GROUP-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTS-INPUT
           END-IF.

           MOVE 0 TO WS-ORD-TBL-SIZE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDERS-INPUT.
                   "first; every order counts as fully open."
           END-IF.

      * Only open amounts more than 30 days past their due date count
      * against the hold threshold - credit notes never put anyone on
      * hold.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ORD-TBL-SIZE
               IF WS-ORD-TYPE(WS-IDX) NOT EQUAL "C" THEN
                   COMPUTE WS-OPEN-AMT = WS-ORD-AMT(WS-IDX)
                       - WS-ORD-PAID(WS-IDX)
                   IF WS-OPEN-AMT > 0 THEN
                       ADD WS-OPEN-AMT
                           TO WS-CLI-OPEN(WS-ORD-CLI-ID(WS-IDX))
                       CALL "duedate" USING
                           WS-CLI-TERMS(WS-ORD-CLI-ID(WS-IDX))
                           WS-ORD-DATE(WS-IDX) WS-DUE-DATE
                           WS-TRM-LABEL WS-TRM-KNOWN
                       END-CALL
                       COMPUTE WS-ORD-INTEGER = FUNCTION
                           INTEGER-OF-DATE(WS-DUE-DATE)
                       COMPUTE WS-AGE-DAYS =
                           WS-RUN-INTEGER - WS-ORD-INTEGER
                       IF WS-AGE-DAYS > 30 THEN
                           ADD WS-OPEN-AMT TO
                               WS-OVERDUE(WS-ORD-CLI-ID(WS-IDX))
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 0320-LOAD-BALANCES-BEGIN
              THRU 0320-LOAD-BALANCES-END.
       0300-LOAD-BOOK-END.

      * Rows written before client groups read blank here : such a
      * client stands alone with no group limit.
       0310-KEEP-GROUP-BEGIN.
           IF CLI-M-PARENT-ID IS NUMERIC THEN
               MOVE CLI-M-PARENT-ID TO WS-CLI-PARENT(CLI-M-ID)
           END-IF.
           IF CLI-M-GROUP-LIMIT IS NUMERIC THEN
               MOVE CLI-M-GROUP-LIMIT TO WS-CLI-GRP-LIMIT(CLI-M-ID)
           END-IF.
       0310-KEEP-GROUP-END.

      * With the balance file there, each client's open balance is
      * its figure, replacing the one folded from the orders above :
      * it takes in credit notes, cash on account and whatever was
      * paid since paycheck last ran. A client in credit counts
      * against its group's total. A client with no row yet - first
      * posted since balrecon last ran - keeps the folded figure.
       0320-LOAD-BALANCES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT BALANCE-INPUT.
           IF NOT WS-BAL-STATUS-OK THEN
               GO TO 0320-LOAD-BALANCES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ BALANCE-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF BAL-CLI-ID IS NUMERIC AND BAL-CLI-ID > 0
                          THEN
                           IF BAL-OPEN-CREDIT THEN
                               COMPUTE WS-CLI-OPEN(BAL-CLI-ID) =
                                   0 - BAL-OPEN
                           ELSE
                               MOVE BAL-OPEN
                                   TO WS-CLI-OPEN(BAL-CLI-ID)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BALANCE-INPUT.
       0320-LOAD-BALANCES-END.

       0400-SET-ONE-HOLD-BEGIN.
           MOVE 0 TO WS-HLD-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           END-PERFORM.
           IF WS-HLD-FOUND-IDX > 0 THEN
      * Already held : refresh the overdue amount, no new audit row.
               MOVE WS-HOLD-AMT TO WS-HLD-AMOUNT(WS-HLD-FOUND-IDX)
               GO TO 0400-SET-ONE-HOLD-END
           END-IF.
           IF WS-HLD-TBL-SIZE >= WS-HLD-TBL-MAX THEN
           ADD 1 TO WS-HLD-TBL-SIZE.
           MOVE WS-CLI-IDX TO WS-HLD-CLI-ID(WS-HLD-TBL-SIZE).
           MOVE WS-RUN-DATE TO WS-HLD-DATE(WS-HLD-TBL-SIZE).
           MOVE WS-HOLD-AMT TO WS-HLD-AMOUNT(WS-HLD-TBL-SIZE).
           ADD 1 TO WS-HOLDS-SET.
           MOVE WS-HOLD-AMT TO WS-AMT-SHOWN.
           MOVE WS-CLI-IDX TO WS-AUD-CLI-ID.
           MOVE "HOLD" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           MOVE SPACES TO WS-AUD-NEW-VALUE.
      * WS-HEAD-IDX is zero on a client-level run.
           EVALUATE TRUE
               WHEN WS-HEAD-IDX EQUAL 0
                   DISPLAY "Client " WS-HLD-CLI-ID(WS-HLD-TBL-SIZE)
                       " put on credit hold (" WS-AMT-SHOWN
                       " over 30 days past due)."
                   STRING "CREDIT HOLD SET - OVERDUE " WS-AMT-SHOWN
                       DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               WHEN WS-HOLD-OVERDUE
                   DISPLAY "Client " WS-HLD-CLI-ID(WS-HLD-TBL-SIZE)
                       " put on credit hold (group " WS-HEAD-IDX(2:4)
                       " : " WS-AMT-SHOWN " over 30 days past due)."
                   STRING "CREDIT HOLD SET - GROUP " WS-HEAD-IDX(2:4)
                          " OVERDUE " WS-AMT-SHOWN
                       DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               WHEN OTHER
                   DISPLAY "Client " WS-HLD-CLI-ID(WS-HLD-TBL-SIZE)
                       " put on credit hold (group " WS-HEAD-IDX(2:4)
                       " : " WS-AMT-SHOWN " open, over its limit)."
                   STRING "CREDIT HOLD SET - GROUP " WS-HEAD-IDX(2:4)
                          " OVER LIMIT - OPEN " WS-AMT-SHOWN
                       DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
           END-EVALUATE.
           PERFORM 0800-WRITE-AUDIT-BEGIN
              THRU 0800-WRITE-AUDIT-END.
       0400-SET-ONE-HOLD-END.
           MOVE WS-ENTRY-ID TO WS-AUD-CLI-ID.
           MOVE "RELEAS" TO WS-AUD-ACTION.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           MOVE WS-HLD-AMOUNT(WS-HLD-FOUND-IDX) TO WS-AMT-SHOWN.
           STRING "CREDIT HOLD SINCE "
                  WS-HLD-DATE(WS-HLD-FOUND-IDX)
                  " - OVERDUE " WS-AMT-SHOWN
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE "CREDIT HOLD RELEASED" TO WS-AUD-NEW-VALUE.
           PERFORM 0800-WRITE-AUDIT-BEGIN
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-HLD-TBL-SIZE
               MOVE WS-HLD-AMOUNT(WS-IDX) TO WS-AMT-SHOWN
               DISPLAY "Client " WS-HLD-CLI-ID(WS-IDX)
                   " on hold since " WS-HLD-DATE(WS-IDX)
                   " - overdue " WS-AMT-SHOWN "."
           END-PERFORM.
       0600-LIST-END.

