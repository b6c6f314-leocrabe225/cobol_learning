       IDENTIFICATION DIVISION.
       PROGRAM-ID. onacct.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Cash clients paid without naming an order, still waiting to be
      * applied : per client what came in on account, what went onto
      * orders since, what is left, and how much of it the client's
      * open orders could take today - the worklist for payentry's
      * APPLY command.
           SELECT CLIENTS-INPUT
               ASSIGN TO "data/clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

           SELECT ORDERS-INPUT
               ASSIGN TO "data/num-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

      * Edited payments only, as cliaging reads them. Run paycheck
      * first.
           SELECT PAYMENTS-INPUT
               ASSIGN TO "output/paiements-clean.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT REPORT-OUTPUT
               ASSIGN TO "output/on-account.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EOD-LOG-OUTPUT
               ASSIGN TO "output/eod-summary.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

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

       FD PAYMENTS-INPUT.
       01 PAY-IN-RECORD.
           05 PAY-IN-CLI-ID        PIC 9(04).
           05 FILLER               PIC X(01).
           05 PAY-IN-ORD-ID        PIC 9(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-AMT           PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 PAY-IN-DATE          PIC 9(08).
           05 FILLER               PIC X(01).
           05 PAY-IN-SOURCE        PIC X(01).
           05 FILLER               PIC X(01).
           05 PAY-IN-RVSL          PIC X(01).
           05 FILLER               PIC X(01).
           05 PAY-IN-REASON        PIC X(04).
      * "O" is cash held on account (order 000), "A" applies it to an
      * order; space settles the order at receipt.
           05 FILLER               PIC X(01).
           05 PAY-IN-RCPT-NO       PIC X(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-KIND          PIC X(01).

       FD REPORT-OUTPUT.
       01 RPT-OUT-RCD              PIC X(100).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-F-STATUS                 PIC X(02).
           88 WS-F-STATUS-OK                    VALUE "00".
       01 WS-PAY-STATUS               PIC X(02).
           88 WS-PAY-STATUS-OK                  VALUE "00".
       01 WS-EOD-STATUS               PIC X(02).
           88 WS-EOD-STATUS-OK                  VALUE "00".

       77 WS-IDX                      PIC 9(05).
       77 WS-CLI-FOUND-IDX            PIC 9(04).

       77 WS-CLI-TBL-SIZE             PIC 9(04) VALUE 0.
       77 WS-CLI-OVERFLOW-CNT         PIC 9(03) VALUE 0.
       01 WS-CLI-TBL.
           05 WS-CLI OCCURS 9999 TIMES.
               10 WS-CLI-ID           PIC 9(04).
               10 WS-CLI-NAME         PIC X(10).
               10 WS-CLI-FNAME        PIC X(10).
               10 WS-CLI-RECEIVED     PIC S9(09)V99.
               10 WS-CLI-APPLIED      PIC S9(09)V99.
               10 WS-CLI-OPEN         PIC S9(09)V99.

       77 WS-ORD-TBL-SIZE             PIC 9(05) VALUE 0.
       77 WS-ORD-OVERFLOW-CNT         PIC 9(03) VALUE 0.
       01 WS-ORD-TBL.
           05 WS-ORD OCCURS 99999 TIMES.
               10 WS-ORD-CLI-ID       PIC 9(04).
               10 WS-ORD-ID           PIC 9(05).
               10 WS-ORD-AMT          PIC 9(07)V99.
               10 WS-ORD-PAID         PIC S9(08)V99.
               10 WS-ORD-TYPE         PIC X(01).

       77 WS-OPEN-AMT                 PIC S9(08)V99.
       77 WS-CLI-ON-ACCT              PIC S9(09)V99.
       77 WS-CLI-CAN-APPLY            PIC S9(09)V99.
       77 WS-PAY-ROWS-READ            PIC 9(05) VALUE 0.
       77 WS-UNKNOWN-CLI-CNT          PIC 9(04) VALUE 0.
       77 WS-NEGATIVE-CNT             PIC 9(04) VALUE 0.
       77 WS-SHOWN-CNT                PIC 9(04) VALUE 0.
       77 WS-TOT-RECEIVED             PIC S9(10)V99 VALUE 0.
       77 WS-TOT-APPLIED              PIC S9(10)V99 VALUE 0.
       77 WS-TOT-ON-ACCT              PIC S9(10)V99 VALUE 0.
       77 WS-TOT-CAN-APPLY            PIC S9(10)V99 VALUE 0.
       77 WS-OPERATOR-ID              PIC X(08).

       01 WS-RPT-TITLE-LINE.
           05 FILLER                  PIC X(33) VALUE
               "*** CASH HELD ON ACCOUNT - ".
           05 WS-RPT-TITLE-DATE       PIC 9(08).
           05 FILLER                  PIC X(04) VALUE " ***".

       01 WS-RPT-HEADING-LINE.
           05 FILLER                  PIC X(26) VALUE "Client".
           05 FILLER                  PIC X(15) VALUE "Received".
           05 FILLER                  PIC X(15) VALUE "Applied".
           05 FILLER                  PIC X(15) VALUE "On acct".
           05 FILLER                  PIC X(15) VALUE "Open due".
           05 FILLER                  PIC X(15) VALUE "Can apply".

       01 WS-RPT-CLI-LINE.
           05 WS-RPT-CLI-ID           PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-CLI-FNAME        PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-CLI-NAME         PIC X(10).
           05 WS-RPT-RECEIVED         PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-APPLIED          PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-ON-ACCT          PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-OPEN             PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-CAN-APPLY        PIC -Z,ZZZ,ZZ9.99.

       01 WS-RPT-TOTAL-LINE.
           05 FILLER                  PIC X(26) VALUE "TOTAL".
           05 WS-RPT-TOT-RECEIVED     PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-TOT-APPLIED      PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-TOT-ON-ACCT      PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(15) VALUE SPACE.
           05 WS-RPT-TOT-CAN-APPLY    PIC -Z,ZZZ,ZZ9.99.

       01 WS-RPT-TRAILER-LINE.
           05 FILLER                  PIC X(20) VALUE
               "*** END OF REPORT - ".
           05 WS-TRL-CLIENTS          PIC Z,ZZ9.
           05 FILLER                  PIC X(20) VALUE
               " CLIENT(S) SHOWN ***".

       PROCEDURE DIVISION.
           PERFORM 0100-LOAD-CLIENTS-BEGIN
              THRU 0100-LOAD-CLIENTS-END.
           PERFORM 0200-LOAD-ORDERS-BEGIN
              THRU 0200-LOAD-ORDERS-END.
           PERFORM 0300-FOLD-PAYMENTS-BEGIN
              THRU 0300-FOLD-PAYMENTS-END.
           PERFORM 0350-OPEN-BALANCES-BEGIN
              THRU 0350-OPEN-BALANCES-END.
           PERFORM 0400-WRITE-REPORT-BEGIN
              THRU 0400-WRITE-REPORT-END.
           PERFORM 0700-WRITE-EOD-LOG-BEGIN
              THRU 0700-WRITE-EOD-LOG-END.

           DISPLAY "On-account report written to output/on-account.txt"
               " : " WS-SHOWN-CNT " client(s), " WS-RPT-TOT-ON-ACCT
               " held.".

      * Exit status for the scheduler : 0 clean, 4 when rows name an
      * unknown client, an account went below zero or a table
      * overflowed, 8 on the aborts.
           IF WS-UNKNOWN-CLI-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-UNKNOWN-CLI-CNT
                   " on-account row(s) name no client in clients.txt."
           END-IF.
           IF WS-NEGATIVE-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-NEGATIVE-CNT
                   " client(s) applied more than they hold on account."
           END-IF.
           IF WS-CLI-OVERFLOW-CNT > 0 OR WS-ORD-OVERFLOW-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-CLI-OVERFLOW-CNT
                   " client(s) and " WS-ORD-OVERFLOW-CNT
                   " order(s) past the table slots were left out."
           END-IF.
           IF WS-UNKNOWN-CLI-CNT > 0 OR WS-NEGATIVE-CNT > 0 OR
              WS-CLI-OVERFLOW-CNT > 0 OR WS-ORD-OVERFLOW-CNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0100-LOAD-CLIENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLIENTS-INPUT.
           IF NOT WS-F-STATUS-OK THEN
               DISPLAY "Unable to open data/clients.txt, status "
                   WS-F-STATUS "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLIENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-CLI-TBL-SIZE < 9999 THEN
                           ADD 1 TO WS-CLI-TBL-SIZE
                           MOVE CLI-M-ID
                               TO WS-CLI-ID(WS-CLI-TBL-SIZE)
                           MOVE CLI-M-NAME
                               TO WS-CLI-NAME(WS-CLI-TBL-SIZE)
                           MOVE CLI-M-FNAME
                               TO WS-CLI-FNAME(WS-CLI-TBL-SIZE)
                           MOVE 0 TO WS-CLI-RECEIVED(WS-CLI-TBL-SIZE)
                           MOVE 0 TO WS-CLI-APPLIED(WS-CLI-TBL-SIZE)
                           MOVE 0 TO WS-CLI-OPEN(WS-CLI-TBL-SIZE)
                       ELSE
                           ADD 1 TO WS-CLI-OVERFLOW-CNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTS-INPUT.
       0100-LOAD-CLIENTS-END.

       0200-LOAD-ORDERS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDERS-INPUT.
           IF NOT WS-F-STATUS-OK THEN
               DISPLAY "Unable to open data/num-commandes.txt, status "
                   WS-F-STATUS "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ ORDERS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-ORD-TBL-SIZE < 99999 THEN
                           ADD 1 TO WS-ORD-TBL-SIZE
                           MOVE ORD-IN-CLI-ID
                               TO WS-ORD-CLI-ID(WS-ORD-TBL-SIZE)
                           MOVE ORD-IN-ID
                               TO WS-ORD-ID(WS-ORD-TBL-SIZE)
                           MOVE ORD-IN-AMT
                               TO WS-ORD-AMT(WS-ORD-TBL-SIZE)
                           MOVE 0 TO WS-ORD-PAID(WS-ORD-TBL-SIZE)
                           MOVE ORD-IN-TYPE
                               TO WS-ORD-TYPE(WS-ORD-TBL-SIZE)
                       ELSE
                           ADD 1 TO WS-ORD-OVERFLOW-CNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDERS-INPUT.
       0200-LOAD-ORDERS-END.

      * Every clean row either moves the client's account or settles
      * an order : an application does both.
       0300-FOLD-PAYMENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PAYMENTS-INPUT.
           IF NOT WS-PAY-STATUS-OK THEN
               DISPLAY "No output/paiements-clean.txt - run paycheck "
                   "first; no cash on account reported."
               GO TO 0300-FOLD-PAYMENTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ PAYMENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PAY-ROWS-READ
                       PERFORM 0310-ONE-PAYMENT-BEGIN
                          THRU 0310-ONE-PAYMENT-END
               END-READ
           END-PERFORM.
           CLOSE PAYMENTS-INPUT.
       0300-FOLD-PAYMENTS-END.

       0310-ONE-PAYMENT-BEGIN.
           IF PAY-IN-KIND NOT EQUAL "O" THEN
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-ORD-TBL-SIZE
                   IF WS-ORD-ID(WS-IDX) EQUAL PAY-IN-ORD-ID AND
                      WS-ORD-CLI-ID(WS-IDX) EQUAL PAY-IN-CLI-ID THEN
                       IF PAY-IN-RVSL EQUAL "R" THEN
                           SUBTRACT PAY-IN-AMT FROM WS-ORD-PAID(WS-IDX)
                       ELSE
                           ADD PAY-IN-AMT TO WS-ORD-PAID(WS-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF PAY-IN-KIND NOT EQUAL "O" AND PAY-IN-KIND NOT EQUAL "A"
              THEN
               GO TO 0310-ONE-PAYMENT-END
           END-IF.

           MOVE 0 TO WS-CLI-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CLI-TBL-SIZE
               IF WS-CLI-ID(WS-IDX) EQUAL PAY-IN-CLI-ID THEN
                   MOVE WS-IDX TO WS-CLI-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-CLI-FOUND-IDX EQUAL 0 THEN
               ADD 1 TO WS-UNKNOWN-CLI-CNT
               GO TO 0310-ONE-PAYMENT-END
           END-IF.

           EVALUATE TRUE
               WHEN PAY-IN-KIND EQUAL "O" AND PAY-IN-RVSL EQUAL "R"
                   SUBTRACT PAY-IN-AMT
                       FROM WS-CLI-RECEIVED(WS-CLI-FOUND-IDX)
               WHEN PAY-IN-KIND EQUAL "O"
                   ADD PAY-IN-AMT TO WS-CLI-RECEIVED(WS-CLI-FOUND-IDX)
               WHEN PAY-IN-RVSL EQUAL "R"
                   SUBTRACT PAY-IN-AMT
                       FROM WS-CLI-APPLIED(WS-CLI-FOUND-IDX)
               WHEN OTHER
                   ADD PAY-IN-AMT TO WS-CLI-APPLIED(WS-CLI-FOUND-IDX)
           END-EVALUATE.
       0310-ONE-PAYMENT-END.

      * What the client's orders still have open is what on-account
      * cash could be applied to; credit notes take no cash.
       0350-OPEN-BALANCES-BEGIN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ORD-TBL-SIZE
               IF WS-ORD-TYPE(WS-IDX) NOT EQUAL "C" THEN
                   COMPUTE WS-OPEN-AMT = WS-ORD-AMT(WS-IDX)
                       - WS-ORD-PAID(WS-IDX)
                   IF WS-OPEN-AMT > 0 THEN
                       PERFORM 0360-ADD-OPEN-BEGIN
                          THRU 0360-ADD-OPEN-END
                   END-IF
               END-IF
           END-PERFORM.
       0350-OPEN-BALANCES-END.

       0360-ADD-OPEN-BEGIN.
           PERFORM VARYING WS-CLI-FOUND-IDX FROM 1 BY 1
                   UNTIL WS-CLI-FOUND-IDX > WS-CLI-TBL-SIZE
               IF WS-CLI-ID(WS-CLI-FOUND-IDX) EQUAL
                  WS-ORD-CLI-ID(WS-IDX) THEN
                   ADD WS-OPEN-AMT TO WS-CLI-OPEN(WS-CLI-FOUND-IDX)
               END-IF
           END-PERFORM.
       0360-ADD-OPEN-END.

       0400-WRITE-REPORT-BEGIN.
           OPEN OUTPUT REPORT-OUTPUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-TITLE-DATE.
           MOVE WS-RPT-TITLE-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-HEADING-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CLI-TBL-SIZE
               PERFORM 0410-ONE-CLIENT-BEGIN
                  THRU 0410-ONE-CLIENT-END
           END-PERFORM.

           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-TOT-RECEIVED TO WS-RPT-TOT-RECEIVED.
           MOVE WS-TOT-APPLIED TO WS-RPT-TOT-APPLIED.
           MOVE WS-TOT-ON-ACCT TO WS-RPT-TOT-ON-ACCT.
           MOVE WS-TOT-CAN-APPLY TO WS-RPT-TOT-CAN-APPLY.
           MOVE WS-RPT-TOTAL-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-SHOWN-CNT TO WS-TRL-CLIENTS.
           MOVE WS-RPT-TRAILER-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           CLOSE REPORT-OUTPUT.
       0400-WRITE-REPORT-END.

      * Only clients with cash on account are listed; what they could
      * apply now is the lesser of that cash and their open orders.
       0410-ONE-CLIENT-BEGIN.
           COMPUTE WS-CLI-ON-ACCT = WS-CLI-RECEIVED(WS-IDX)
               - WS-CLI-APPLIED(WS-IDX).
           IF WS-CLI-ON-ACCT EQUAL 0 THEN
               GO TO 0410-ONE-CLIENT-END
           END-IF.
           IF WS-CLI-ON-ACCT < 0 THEN
               ADD 1 TO WS-NEGATIVE-CNT
               MOVE 0 TO WS-CLI-CAN-APPLY
           ELSE
           IF WS-CLI-ON-ACCT > WS-CLI-OPEN(WS-IDX) THEN
               MOVE WS-CLI-OPEN(WS-IDX) TO WS-CLI-CAN-APPLY
           ELSE
               MOVE WS-CLI-ON-ACCT TO WS-CLI-CAN-APPLY
           END-IF
           END-IF.

           MOVE WS-CLI-ID(WS-IDX) TO WS-RPT-CLI-ID.
           MOVE WS-CLI-FNAME(WS-IDX) TO WS-RPT-CLI-FNAME.
           MOVE WS-CLI-NAME(WS-IDX) TO WS-RPT-CLI-NAME.
           MOVE WS-CLI-RECEIVED(WS-IDX) TO WS-RPT-RECEIVED.
           MOVE WS-CLI-APPLIED(WS-IDX) TO WS-RPT-APPLIED.
           MOVE WS-CLI-ON-ACCT TO WS-RPT-ON-ACCT.
           MOVE WS-CLI-OPEN(WS-IDX) TO WS-RPT-OPEN.
           MOVE WS-CLI-CAN-APPLY TO WS-RPT-CAN-APPLY.
           MOVE WS-RPT-CLI-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

           ADD 1 TO WS-SHOWN-CNT.
           ADD WS-CLI-RECEIVED(WS-IDX) TO WS-TOT-RECEIVED.
           ADD WS-CLI-APPLIED(WS-IDX) TO WS-TOT-APPLIED.
           ADD WS-CLI-ON-ACCT TO WS-TOT-ON-ACCT.
           ADD WS-CLI-CAN-APPLY TO WS-TOT-CAN-APPLY.
       0410-ONE-CLIENT-END.

       0700-WRITE-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "ONACCT" TO EOD-PROGRAM.
           MOVE WS-PAY-ROWS-READ TO EOD-RECORDS-PROC.
           COMPUTE EOD-EXCEPTIONS = WS-UNKNOWN-CLI-CNT
               + WS-NEGATIVE-CNT.
           MOVE 1 TO EOD-FILES-WRITTEN.
           IF WS-TOT-ON-ACCT > 0 THEN
               MOVE WS-TOT-ON-ACCT TO EOD-KEY-TOTAL
           ELSE
               MOVE 0 TO EOD-KEY-TOTAL
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE WS-OPERATOR-ID TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0700-WRITE-EOD-LOG-END.
