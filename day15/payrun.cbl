       IDENTIFICATION DIVISION.
       PROGRAM-ID. payrun.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Bank account and email for every supplier paid.
           SELECT SUPPLIERS-INPUT
               ASSIGN TO "data/fournisseurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-STATUS.

      * Only approved invoices are paid, and each is stamped "P" with
      * the run that paid it, so the next run can never pick it up.
           SELECT SUPINV-FILE
               ASSIGN TO "data/factures-fourn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIN-STATUS.

      * One credit transfer per supplier, comma-delimited the way
      * the bank's own statement comes in to bankimp, with a control
      * line at the end. Named by run number so a second run the same
      * day never overwrites the first.
           SELECT BANK-PAYMENT-OUTPUT
               ASSIGN TO DYNAMIC WS-BANK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNK-STATUS.

      * One remittance advice per supplier, on disk for the mail
      * queue or for posting.
           SELECT REMITTANCE-OUTPUT
               ASSIGN TO DYNAMIC WS-REMIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMT-STATUS.

      * The outbound queue maildist feeds : the remittance goes out
      * with the statements and renewal notices.
           SELECT MAIL-QUEUE
               ASSIGN TO "output/mail-queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUE-STATUS.

           SELECT QUEUE-LOG-OUTPUT
               ASSIGN TO "output/mail-queue.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT EOD-LOG-OUTPUT
               ASSIGN TO "output/eod-summary.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUPPLIERS-INPUT.
       COPY suprcd.

       FD SUPINV-FILE.
       COPY sinvrcd.

       FD BANK-PAYMENT-OUTPUT.
       01 BNK-OUT-RCD             PIC X(120).

       FD REMITTANCE-OUTPUT.
       01 RMT-OUT-RCD             PIC X(80).

       FD MAIL-QUEUE.
       01 QUE-RCD.
           05 QUE-DOCUMENT        PIC X(40).
           05 FILLER              PIC X(01).
           05 QUE-RECIPIENT       PIC X(50).
           05 FILLER              PIC X(01).
           05 QUE-STATUS          PIC X(08).
           05 FILLER              PIC X(01).
           05 QUE-STAMP           PIC X(14).

       FD QUEUE-LOG-OUTPUT.
       01 LOG-OUT-RCD             PIC X(90).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-SUP-STATUS               PIC X(02).
           88 WS-SUP-STATUS-OK                  VALUE "00".
       01 WS-SIN-STATUS               PIC X(02).
           88 WS-SIN-STATUS-OK                  VALUE "00".
       01 WS-BNK-STATUS               PIC X(02).
           88 WS-BNK-STATUS-OK                  VALUE "00".
       01 WS-RMT-STATUS               PIC X(02).
           88 WS-RMT-STATUS-OK                  VALUE "00".
       01 WS-QUE-STATUS               PIC X(02).
           88 WS-QUE-STATUS-OK                  VALUE "00".
       01 WS-LOG-STATUS               PIC X(02).
           88 WS-LOG-STATUS-OK                  VALUE "00".
       01 WS-EOD-STATUS               PIC X(02).
           88 WS-EOD-STATUS-OK                  VALUE "00".

       77 WS-IDX                      PIC 9(04).
       77 WS-IDX-2                    PIC 9(04).

       77 WS-SUP-TBL-SIZE             PIC 9(03) VALUE 0.
       01 WS-SUP-TBL.
           05 WS-SUP OCCURS 200 TIMES.
               10 WS-SUP-CODE         PIC X(06).
               10 WS-SUP-NAME         PIC X(20).
               10 WS-SUP-EMAIL        PIC X(30).
               10 WS-SUP-IBAN         PIC X(34).
               10 WS-SUP-PAY-CNT      PIC 9(04).
               10 WS-SUP-PAY-AMT      PIC 9(09)V99.

      * Invoice headers, with a flag per row : 1 when this run pays
      * it.
       77 WS-SIN-TBL-SIZE             PIC 9(04) VALUE 0.
       77 WS-SIN-TBL-MAX              PIC 9(04) VALUE 1000.
       01 WS-SIN-TBL.
           05 WS-SIN-IMAGE            PIC X(88) OCCURS 1000 TIMES.
       01 WS-SIN-SEL-TBL.
           05 WS-SIN-SEL              PIC 9(01) OCCURS 1000 TIMES.
       77 WS-LAST-PAY-RUN             PIC 9(05) VALUE 0.
       77 WS-SUP-FOUND-IDX            PIC 9(03).

       77 WS-RUN-DATE                 PIC 9(08).
       77 WS-RUN-INTEGER              PIC S9(09) COMP-5.
       77 WS-CUTOFF-DATE              PIC 9(08).
       77 WS-PAY-RUN-NO               PIC 9(05).
       77 WS-CONFIRM                  PIC X(01).
       77 WS-PAY-INV-CNT              PIC 9(05) VALUE 0.
       77 WS-PAY-SUP-CNT              PIC 9(03) VALUE 0.
       77 WS-PAY-TOTAL                PIC 9(09)V99 VALUE 0.
       77 WS-NO-BANK-CNT              PIC 9(05) VALUE 0.
       77 WS-NO-BANK-AMT              PIC 9(09)V99 VALUE 0.
       77 WS-NO-SUPPLIER-CNT          PIC 9(05) VALUE 0.
       77 WS-QUEUED-CNT               PIC 9(03) VALUE 0.
       77 WS-POST-CNT                 PIC 9(03) VALUE 0.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       77 WS-BANK-FILENAME            PIC X(40).
       77 WS-REMIT-FILENAME           PIC X(40).
       77 WS-BANK-LINE                PIC X(120).
       77 WS-CSV-AMOUNT               PIC Z(8)9.99.
       77 WS-CSV-COUNT                PIC ZZZ9.

       77 WS-SEQ-NAME                 PIC X(08).
       77 WS-SEQ-FALLBACK             PIC 9(09).
       77 WS-SEQ-CEILING              PIC 9(09).
       77 WS-SEQ-NEXT                 PIC 9(09).

       77 WS-AUTH-PROGRAM             PIC X(08).
       77 WS-AUTH-NEEDED              PIC 9(01).
       77 WS-AUTH-OK                  PIC 9(01).
           88 WS-AUTH-OK-TRUE                   VALUE 1.
           88 WS-AUTH-OK-FALSE                  VALUE 0.
       77 WS-AUTH-OPERATOR            PIC X(08).
       77 WS-AUTH-ROLE                PIC X(10).
       77 WS-LOCK-NAME                PIC X(10) VALUE "supinv".
       77 WS-LOCK-ACTION              PIC X(05).
       77 WS-LOCK-OK                  PIC 9(01).
           88 WS-LOCK-OK-TRUE                   VALUE 1.
           88 WS-LOCK-OK-FALSE                  VALUE 0.

       01 WS-AMT-DISPLAY              PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-RMT-TITLE-LINE.
           05 FILLER                  PIC X(24) VALUE
               "*** REMITTANCE ADVICE - ".
           05 WS-RMT-TITLE-NAME       PIC X(20).
           05 FILLER                  PIC X(04) VALUE " ***".

       01 WS-RMT-RUN-LINE.
           05 FILLER                  PIC X(12) VALUE "Payment run ".
           05 WS-RMT-RUN-NO           PIC 9(05).
           05 FILLER                  PIC X(04) VALUE " of ".
           05 WS-RMT-RUN-DATE         PIC 9(08).
           05 FILLER                  PIC X(12) VALUE " to account ".
           05 WS-RMT-IBAN             PIC X(34).

       01 WS-RMT-HEADING-LINE.
           05 FILLER                  PIC X(43) VALUE
               "Your invoice  Ours   Dated           Amount".

       01 WS-RMT-INV-LINE.
           05 WS-RMT-SUP-REF          PIC X(12).
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RMT-INV-NO           PIC 9(05).
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RMT-DATE             PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RMT-AMOUNT           PIC Z,ZZZ,ZZ9.99.

       01 WS-RMT-TOTAL-LINE.
           05 FILLER                  PIC X(29) VALUE
               "Total paid".
           05 WS-RMT-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-LOG-LINE.
           05 WS-LOG-STAMP            PIC X(14).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-LOG-DOC              PIC X(40).
           05 FILLER                  PIC X(04) VALUE " -> ".
           05 WS-LOG-WHAT             PIC X(08).

       PROCEDURE DIVISION.
      * Releasing money to suppliers : maintenance level only.
           MOVE "payrun" TO WS-AUTH-PROGRAM.
           MOVE 3 TO WS-AUTH-NEEDED.
           CALL "chkauth" USING WS-AUTH-PROGRAM WS-AUTH-NEEDED
               WS-AUTH-OK WS-AUTH-OPERATOR WS-AUTH-ROLE
           END-CALL.
           IF WS-AUTH-OK-FALSE THEN
               DISPLAY "Operator " WS-AUTH-OPERATOR " holds role "
                   WS-AUTH-ROLE " - payrun needs maintenance. "
                   "Refused and logged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * Same lock as supinv and supmatch : nobody keys, cancels or
      * matches an invoice while it is being paid.
           MOVE "GET" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           IF WS-LOCK-OK-FALSE THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           DISPLAY "Pay approved invoices due by (YYYYMMDD, 0 for a "
               "week from today) : " WITH NO ADVANCING.
           ACCEPT WS-CUTOFF-DATE.
           IF WS-CUTOFF-DATE EQUAL 0 THEN
               MOVE FUNCTION DATE-OF-INTEGER(WS-RUN-INTEGER + 7)
                   TO WS-CUTOFF-DATE
           END-IF.
           CALL "datechk" USING WS-CUTOFF-DATE WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK THEN
               DISPLAY "Not a valid date : " WS-CUTOFF-DATE
                   " - no payment run."
               PERFORM 0900-FREE-LOCK-BEGIN
                  THRU 0900-FREE-LOCK-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0100-LOAD-SUPPLIERS-BEGIN
              THRU 0100-LOAD-SUPPLIERS-END.
           PERFORM 0200-LOAD-INVOICES-BEGIN
              THRU 0200-LOAD-INVOICES-END.
           PERFORM 0300-SELECT-INVOICES-BEGIN
              THRU 0300-SELECT-INVOICES-END.

           IF WS-NO-BANK-CNT > 0 THEN
               MOVE WS-NO-BANK-AMT TO WS-AMT-DISPLAY
               DISPLAY "*** WARNING *** " WS-NO-BANK-CNT
                   " invoice(s) for " WS-AMT-DISPLAY " are due but "
                   "the supplier has no bank account on file - left "
                   "for the next run."
           END-IF.
           IF WS-NO-SUPPLIER-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-NO-SUPPLIER-CNT
                   " invoice(s) are due for a supplier no longer in "
                   "data/fournisseurs.txt - left for the next run."
           END-IF.
           IF WS-PAY-INV-CNT EQUAL 0 THEN
               DISPLAY "No approved invoice due by " WS-CUTOFF-DATE
                   " - nothing to pay."
               PERFORM 0900-FREE-LOCK-BEGIN
                  THRU 0900-FREE-LOCK-END
               IF WS-NO-BANK-CNT > 0 OR WS-NO-SUPPLIER-CNT > 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF.

      * Last look before money moves : the operator agrees the total
      * with what the bank balance can bear.
           MOVE WS-PAY-TOTAL TO WS-AMT-DISPLAY.
           DISPLAY WS-PAY-INV-CNT " invoice(s) to " WS-PAY-SUP-CNT
               " supplier(s), total " WS-AMT-DISPLAY
               ". Release the payment (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT EQUAL "Y" THEN
               DISPLAY "Payment run abandoned - nothing written."
               PERFORM 0900-FREE-LOCK-BEGIN
                  THRU 0900-FREE-LOCK-END
               GOBACK
           END-IF.

           MOVE "PAYRUN" TO WS-SEQ-NAME.
           MOVE WS-LAST-PAY-RUN TO WS-SEQ-FALLBACK.
           MOVE 99999 TO WS-SEQ-CEILING.
           CALL "getseq" USING WS-SEQ-NAME WS-SEQ-FALLBACK
               WS-SEQ-CEILING WS-SEQ-NEXT
           END-CALL.
           IF WS-SEQ-NEXT EQUAL 0 THEN
               DISPLAY "No payment run number could be allocated - "
                   "nothing written."
               PERFORM 0900-FREE-LOCK-BEGIN
                  THRU 0900-FREE-LOCK-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-SEQ-NEXT TO WS-PAY-RUN-NO.

           PERFORM 0400-WRITE-BANK-FILE-BEGIN
              THRU 0400-WRITE-BANK-FILE-END.
           PERFORM 0500-REMITTANCES-BEGIN
              THRU 0500-REMITTANCES-END.
           PERFORM 0600-MARK-PAID-BEGIN
              THRU 0600-MARK-PAID-END.
           PERFORM 0700-WRITE-EOD-LOG-BEGIN
              THRU 0700-WRITE-EOD-LOG-END.

           MOVE WS-PAY-TOTAL TO WS-AMT-DISPLAY.
           DISPLAY "Payment run " WS-PAY-RUN-NO " : "
               WS-PAY-INV-CNT " invoice(s), " WS-AMT-DISPLAY
               " in " FUNCTION TRIM(WS-BANK-FILENAME) ".".
           DISPLAY WS-QUEUED-CNT " remittance(s) queued for email, "
               WS-POST-CNT " to print and post.".

           PERFORM 0900-FREE-LOCK-BEGIN
              THRU 0900-FREE-LOCK-END.
           IF WS-NO-BANK-CNT > 0 OR WS-NO-SUPPLIER-CNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0100-LOAD-SUPPLIERS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SUPPLIERS-INPUT.
           IF NOT WS-SUP-STATUS-OK THEN
               DISPLAY "Unable to open data/fournisseurs.txt, status "
                   WS-SUP-STATUS "."
               PERFORM 0900-FREE-LOCK-BEGIN
                  THRU 0900-FREE-LOCK-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ SUPPLIERS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-SUP-TBL-SIZE < 200 THEN
                           ADD 1 TO WS-SUP-TBL-SIZE
                           MOVE SUP-CODE
                               TO WS-SUP-CODE(WS-SUP-TBL-SIZE)
                           MOVE SUP-NAME
                               TO WS-SUP-NAME(WS-SUP-TBL-SIZE)
                           MOVE SUP-EMAIL
                               TO WS-SUP-EMAIL(WS-SUP-TBL-SIZE)
                           MOVE SUP-IBAN
                               TO WS-SUP-IBAN(WS-SUP-TBL-SIZE)
                           MOVE 0 TO WS-SUP-PAY-CNT(WS-SUP-TBL-SIZE)
                           MOVE 0 TO WS-SUP-PAY-AMT(WS-SUP-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPPLIERS-INPUT.
       0100-LOAD-SUPPLIERS-END.

       0200-LOAD-INVOICES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SUPINV-FILE.
           IF NOT WS-SIN-STATUS-OK THEN
               GO TO 0200-LOAD-INVOICES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ SUPINV-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-SIN-TBL-SIZE < WS-SIN-TBL-MAX THEN
                           ADD 1 TO WS-SIN-TBL-SIZE
                           MOVE SIN-RECORD
                               TO WS-SIN-IMAGE(WS-SIN-TBL-SIZE)
                           MOVE 0 TO WS-SIN-SEL(WS-SIN-TBL-SIZE)
                           IF SIN-STATUS-PAID AND
                              SIN-PAY-RUN > WS-LAST-PAY-RUN THEN
                               MOVE SIN-PAY-RUN TO WS-LAST-PAY-RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPINV-FILE.
       0200-LOAD-INVOICES-END.

      * Approved and due by the cut-off; a supplier without a bank
      * account, or no longer on the master, cannot be paid and its
      * invoices simply wait.
       0300-SELECT-INVOICES-BEGIN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SIN-TBL-SIZE
               MOVE WS-SIN-IMAGE(WS-IDX) TO SIN-RECORD
               IF SIN-STATUS-APPROVED AND
                  SIN-DUE-DATE <= WS-CUTOFF-DATE THEN
                   PERFORM 0310-FIND-SUPPLIER-BEGIN
                      THRU 0310-FIND-SUPPLIER-END
                   EVALUATE TRUE
                       WHEN WS-SUP-FOUND-IDX EQUAL 0
                           ADD 1 TO WS-NO-SUPPLIER-CNT
                       WHEN WS-SUP-IBAN(WS-SUP-FOUND-IDX) EQUAL SPACE
                           ADD 1 TO WS-NO-BANK-CNT
                           ADD SIN-AMOUNT TO WS-NO-BANK-AMT
                       WHEN OTHER
                           MOVE 1 TO WS-SIN-SEL(WS-IDX)
                           IF WS-SUP-PAY-CNT(WS-SUP-FOUND-IDX) EQUAL 0
                               ADD 1 TO WS-PAY-SUP-CNT
                           END-IF
                           ADD 1 TO WS-SUP-PAY-CNT(WS-SUP-FOUND-IDX)
                           ADD SIN-AMOUNT
                               TO WS-SUP-PAY-AMT(WS-SUP-FOUND-IDX)
                           ADD 1 TO WS-PAY-INV-CNT
                           ADD SIN-AMOUNT TO WS-PAY-TOTAL
                   END-EVALUATE
               END-IF
           END-PERFORM.
       0300-SELECT-INVOICES-END.

       0310-FIND-SUPPLIER-BEGIN.
           MOVE 0 TO WS-SUP-FOUND-IDX.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-SUP-TBL-SIZE
               IF WS-SUP-CODE(WS-IDX-2) EQUAL SIN-SUP-CODE THEN
                   MOVE WS-IDX-2 TO WS-SUP-FOUND-IDX
               END-IF
           END-PERFORM.
       0310-FIND-SUPPLIER-END.

      * run,value date,supplier,account,amount,name - one line per
      * supplier, then TOTAL,suppliers,amount for the bank to check.
       0400-WRITE-BANK-FILE-BEGIN.
           MOVE SPACE TO WS-BANK-FILENAME.
           STRING "output/bank-pay-" DELIMITED BY SIZE
                  WS-PAY-RUN-NO DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
               INTO WS-BANK-FILENAME.
           OPEN OUTPUT BANK-PAYMENT-OUTPUT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SUP-TBL-SIZE
               IF WS-SUP-PAY-CNT(WS-IDX) > 0 THEN
                   MOVE WS-SUP-PAY-AMT(WS-IDX) TO WS-CSV-AMOUNT
                   MOVE SPACE TO WS-BANK-LINE
                   STRING WS-PAY-RUN-NO DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-RUN-DATE DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-SUP-CODE(WS-IDX) DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SUP-IBAN(WS-IDX))
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CSV-AMOUNT)
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SUP-NAME(WS-IDX))
                              DELIMITED BY SIZE
                       INTO WS-BANK-LINE
                   MOVE WS-BANK-LINE TO BNK-OUT-RCD
                   WRITE BNK-OUT-RCD
               END-IF
           END-PERFORM.
           MOVE WS-PAY-SUP-CNT TO WS-CSV-COUNT.
           MOVE WS-PAY-TOTAL TO WS-CSV-AMOUNT.
           MOVE SPACE TO WS-BANK-LINE.
           STRING "TOTAL," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-COUNT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-AMOUNT) DELIMITED BY SIZE
               INTO WS-BANK-LINE.
           MOVE WS-BANK-LINE TO BNK-OUT-RCD.
           WRITE BNK-OUT-RCD.
           CLOSE BANK-PAYMENT-OUTPUT.
       0400-WRITE-BANK-FILE-END.

       0500-REMITTANCES-BEGIN.
           OPEN EXTEND MAIL-QUEUE.
           IF NOT WS-QUE-STATUS-OK THEN
               OPEN OUTPUT MAIL-QUEUE
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SUP-TBL-SIZE
               IF WS-SUP-PAY-CNT(WS-IDX) > 0 THEN
                   PERFORM 0510-ONE-REMITTANCE-BEGIN
                      THRU 0510-ONE-REMITTANCE-END
               END-IF
           END-PERFORM.
           CLOSE MAIL-QUEUE.
       0500-REMITTANCES-END.

       0510-ONE-REMITTANCE-BEGIN.
           MOVE SPACE TO WS-REMIT-FILENAME.
           STRING "output/remit-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUP-CODE(WS-IDX)) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PAY-RUN-NO DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-REMIT-FILENAME.
           OPEN OUTPUT REMITTANCE-OUTPUT.
           MOVE WS-SUP-NAME(WS-IDX) TO WS-RMT-TITLE-NAME.
           MOVE WS-RMT-TITLE-LINE TO RMT-OUT-RCD.
           WRITE RMT-OUT-RCD.
           MOVE SPACE TO RMT-OUT-RCD.
           WRITE RMT-OUT-RCD.
           MOVE WS-PAY-RUN-NO TO WS-RMT-RUN-NO.
           MOVE WS-RUN-DATE TO WS-RMT-RUN-DATE.
           MOVE WS-SUP-IBAN(WS-IDX) TO WS-RMT-IBAN.
           MOVE WS-RMT-RUN-LINE TO RMT-OUT-RCD.
           WRITE RMT-OUT-RCD.
           MOVE SPACE TO RMT-OUT-RCD.
           WRITE RMT-OUT-RCD.
           MOVE WS-RMT-HEADING-LINE TO RMT-OUT-RCD.
           WRITE RMT-OUT-RCD.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-SIN-TBL-SIZE
               MOVE WS-SIN-IMAGE(WS-IDX-2) TO SIN-RECORD
               IF WS-SIN-SEL(WS-IDX-2) EQUAL 1 AND
                  SIN-SUP-CODE EQUAL WS-SUP-CODE(WS-IDX) THEN
                   MOVE SIN-SUP-REF TO WS-RMT-SUP-REF
                   MOVE SIN-NO TO WS-RMT-INV-NO
                   MOVE SIN-DATE TO WS-RMT-DATE
                   MOVE SIN-AMOUNT TO WS-RMT-AMOUNT
                   MOVE WS-RMT-INV-LINE TO RMT-OUT-RCD
                   WRITE RMT-OUT-RCD
               END-IF
           END-PERFORM.
           MOVE SPACE TO RMT-OUT-RCD.
           WRITE RMT-OUT-RCD.
           MOVE WS-SUP-PAY-AMT(WS-IDX) TO WS-RMT-TOTAL.
           MOVE WS-RMT-TOTAL-LINE TO RMT-OUT-RCD.
           WRITE RMT-OUT-RCD.
           CLOSE REMITTANCE-OUTPUT.

      * No email on the master : the advice stays on disk and is
      * named here for the post tray.
           IF WS-SUP-EMAIL(WS-IDX) EQUAL SPACE THEN
               DISPLAY "No email for " WS-SUP-CODE(WS-IDX) " - print "
                   "and post " FUNCTION TRIM(WS-REMIT-FILENAME) "."
               ADD 1 TO WS-POST-CNT
               GO TO 0510-ONE-REMITTANCE-END
           END-IF.
           MOVE SPACES TO QUE-RCD.
           MOVE WS-REMIT-FILENAME TO QUE-DOCUMENT.
           MOVE WS-SUP-EMAIL(WS-IDX) TO QUE-RECIPIENT.
           MOVE "QUEUED" TO QUE-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO QUE-STAMP.
           WRITE QUE-RCD.
           ADD 1 TO WS-QUEUED-CNT.

           OPEN EXTEND QUEUE-LOG-OUTPUT.
           IF NOT WS-LOG-STATUS-OK THEN
               OPEN OUTPUT QUEUE-LOG-OUTPUT
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LOG-STAMP.
           MOVE WS-REMIT-FILENAME TO WS-LOG-DOC.
           MOVE QUE-STATUS TO WS-LOG-WHAT.
           MOVE WS-LOG-LINE TO LOG-OUT-RCD.
           WRITE LOG-OUT-RCD.
           CLOSE QUEUE-LOG-OUTPUT.
       0510-ONE-REMITTANCE-END.

      * Stamped only once the bank file is on disk : an invoice is
      * never marked paid without the transfer that pays it.
       0600-MARK-PAID-BEGIN.
           OPEN OUTPUT SUPINV-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SIN-TBL-SIZE
               MOVE WS-SIN-IMAGE(WS-IDX) TO SIN-RECORD
               IF WS-SIN-SEL(WS-IDX) EQUAL 1 THEN
                   SET SIN-STATUS-PAID TO TRUE
                   MOVE WS-RUN-DATE TO SIN-PAID-DATE
                   MOVE WS-PAY-RUN-NO TO SIN-PAY-RUN
               END-IF
               WRITE SIN-RECORD
           END-PERFORM.
           CLOSE SUPINV-FILE.
       0600-MARK-PAID-END.

       0700-WRITE-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "PAYRUN" TO EOD-PROGRAM.
           MOVE WS-PAY-INV-CNT TO EOD-RECORDS-PROC.
           COMPUTE EOD-EXCEPTIONS =
               WS-NO-BANK-CNT + WS-NO-SUPPLIER-CNT.
           COMPUTE EOD-FILES-WRITTEN = WS-PAY-SUP-CNT + 2.
           MOVE WS-PAY-TOTAL TO EOD-KEY-TOTAL.
           MOVE WS-RUN-DATE TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           MOVE WS-AUTH-OPERATOR TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0700-WRITE-EOD-LOG-END.

       0900-FREE-LOCK-BEGIN.
           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
       0900-FREE-LOCK-END.
