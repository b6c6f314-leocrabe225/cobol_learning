       IDENTIFICATION DIVISION.
       PROGRAM-ID. clmprun.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Authorised claim payments, checked once more against the
      * claim and the policy as they stand today and paid. Each is
      * stamped "P" with the run that paid it, so the next run can
      * never pick it up; one refused now is stamped "R" with why.
           SELECT CLAIM-PAY-FILE
               ASSIGN TO "data/reglements-sin.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPY-STATUS.

      * Read for the latest state of each claim, then appended to :
      * one PARTIAL or SETTLED row per payment, with the reserve
      * brought down by what was paid.
           SELECT CLAIMS-FILE
               ASSIGN TO "data/sinistres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLM-STATUS.

           SELECT INSURANCE-INPUT ASSIGN TO "data/assurances.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

      * Transfers go to the bank comma-delimited, one per payment,
      * the way payrun.cbl sends supplier transfers, with a control
      * line at the end. Named by run number so a second run the
      * same day never overwrites the first.
           SELECT BANK-PAYMENT-OUTPUT
               ASSIGN TO DYNAMIC WS-BANK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNK-STATUS.

      * Cheques are drawn by hand from this list.
           SELECT CHEQUE-LIST-OUTPUT
               ASSIGN TO DYNAMIC WS-CHQ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQ-STATUS.

           SELECT EOD-LOG-OUTPUT
               ASSIGN TO "output/eod-summary.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLAIM-PAY-FILE.
       COPY cpayrcd.

       FD CLAIMS-FILE.
       01 CLM-RECORD.
           05 CLM-CODE          PIC X(09).
           05 FILLER            PIC X(01).
           05 CLM-DATE          PIC 9(08).
           05 FILLER            PIC X(01).
           05 CLM-AMOUNT        PIC 9(06).99.
           05 FILLER            PIC X(01).
           05 CLM-DESC          PIC X(40).
           05 FILLER            PIC X(01).
           05 CLM-ID            PIC 9(04).
           05 FILLER            PIC X(01).
           05 CLM-STATUS        PIC X(07).
           05 FILLER            PIC X(01).
           05 CLM-PAYMENT       PIC 9(06).99.
           05 FILLER            PIC X(01).
           05 CLM-PAID          PIC 9(06).99.

       FD INSURANCE-INPUT.
       01 ISR-IN-RCD            PIC X(121).

       FD BANK-PAYMENT-OUTPUT.
       01 BNK-OUT-RCD           PIC X(120).

       FD CHEQUE-LIST-OUTPUT.
       01 CHQ-OUT-RCD           PIC X(80).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       77 WS-CPY-STATUS                         PIC X(02).
           88 WS-CPY-STATUS-OK                           VALUE "00".
       77 WS-CLM-STATUS                         PIC X(02).
           88 WS-CLM-STATUS-OK                           VALUE "00".
       77 WS-F-STATUS                           PIC X(02).
           88 WS-F-STATUS-OK                             VALUE "00".
       77 WS-BNK-STATUS                         PIC X(02).
           88 WS-BNK-STATUS-OK                           VALUE "00".
       77 WS-CHQ-STATUS                         PIC X(02).
           88 WS-CHQ-STATUS-OK                           VALUE "00".
       77 WS-EOD-STATUS                         PIC X(02).
           88 WS-EOD-STATUS-OK                           VALUE "00".
       77 WS-EOF                                PIC X(01) VALUE "N".
           88 WS-EOF-TRUE                                 VALUE "Y".
           88 WS-EOF-FALSE                                VALUE "N".

      * The register, with what this run does to each row : 1 pays
      * it, 2 refuses it. A paid row keeps the claim's state,
      * reserve and paid total after it, for the claim row it adds.
       77 WS-CPY-TBL-SIZE                       PIC 9(04) VALUE 0.
       77 WS-CPY-TBL-MAX                        PIC 9(04) VALUE 5000.
       01 WS-CPY-TBL.
           05 WS-CPY OCCURS 5000 TIMES.
               10 WS-CPY-IMAGE       PIC X(185).
               10 WS-CPY-SEL         PIC 9(01).
               10 WS-CPY-NEW-STATE   PIC X(07).
               10 WS-CPY-NEW-RESERVE PIC 9(06)V99.
               10 WS-CPY-NEW-PAID    PIC 9(06)V99.
       77 WS-IDX                                PIC 9(04).
       77 WS-LAST-PAY-RUN                       PIC 9(05) VALUE 0.

      * Latest state per claim ID, moved along as this run pays, so
      * two payments on one claim are checked one after the other.
       77 WS-CLM-TBL-SIZE                       PIC 9(03) VALUE 0.
       01 WS-CLM-TBL.
           05 WS-CLM OCCURS 500 TIMES.
               10 WS-CLM-ID          PIC 9(04).
               10 WS-CLM-CODE        PIC X(09).
               10 WS-CLM-STATE       PIC X(07).
               10 WS-CLM-RESERVE     PIC 9(06)V99.
               10 WS-CLM-PAID        PIC 9(06)V99.
       77 WS-CLM-IDX                            PIC 9(03).
       77 WS-CLM-FOUND-IDX                      PIC 9(03).

      * Policy Amount column of every contract an authorised
      * payment is for.
       77 WS-POL-TBL-SIZE                       PIC 9(03) VALUE 0.
       01 WS-POL-TBL.
           05 WS-POL OCCURS 500 TIMES.
               10 WS-POL-CODE        PIC X(09).
               10 WS-POL-AMOUNT      PIC 9(07)V99.
               10 WS-POL-FOUND       PIC 9(01).
       77 WS-POL-IDX                            PIC 9(03).
       77 WS-POL-FOUND-IDX                      PIC 9(03).

       77 WS-RUN-DATE                           PIC 9(08).
       77 WS-PAY-RUN-NO                         PIC 9(05).
       77 WS-CONFIRM                            PIC X(01).
       77 WS-REFUSE-NOTE                        PIC X(30).
       77 WS-PAY-CNT                            PIC 9(04) VALUE 0.
       77 WS-PAY-TOTAL                          PIC 9(09)V99 VALUE 0.
       77 WS-VIR-CNT                            PIC 9(04) VALUE 0.
       77 WS-VIR-TOTAL                          PIC 9(09)V99 VALUE 0.
       77 WS-CHQ-CNT                            PIC 9(04) VALUE 0.
       77 WS-CHQ-TOTAL                          PIC 9(09)V99 VALUE 0.
       77 WS-REFUSED-CNT                        PIC 9(04) VALUE 0.
       77 WS-SETTLED-CNT                        PIC 9(04) VALUE 0.

       77 WS-BANK-FILENAME                      PIC X(40).
       77 WS-CHQ-FILENAME                       PIC X(40).
       77 WS-BANK-LINE                          PIC X(120).
       77 WS-CSV-AMOUNT                         PIC Z(8)9.99.
       77 WS-CSV-COUNT                          PIC ZZZ9.
       01 WS-AMT-DISPLAY                        PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-CHQ-TITLE-LINE.
           05 FILLER             PIC X(32) VALUE
               "*** CLAIM CHEQUES - PAYMENT RUN ".
           05 WS-CHQ-TITLE-RUN   PIC 9(05).
           05 FILLER             PIC X(04) VALUE " ***".

       01 WS-CHQ-DETAIL-LINE.
           05 WS-CHQ-NO          PIC 9(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-CHQ-CLM-ID      PIC 9(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-CHQ-CODE        PIC X(09).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-CHQ-PAYEE       PIC X(30).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-CHQ-AMOUNT      PIC ZZZ,ZZ9.99.

       01 WS-CHQ-TOTAL-LINE.
           05 FILLER             PIC X(52) VALUE
               "Total cheques to draw".
           05 WS-CHQ-TOT-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.

       77 WS-SEQ-NAME                           PIC X(08).
       77 WS-SEQ-FALLBACK                       PIC 9(09).
       77 WS-SEQ-CEILING                        PIC 9(09).
       77 WS-SEQ-NEXT                           PIC 9(09).

       77 WS-AUTH-PROGRAM                       PIC X(08).
       77 WS-AUTH-NEEDED                        PIC 9(01).
       77 WS-AUTH-OK                            PIC 9(01).
           88 WS-AUTH-OK-TRUE                            VALUE 1.
           88 WS-AUTH-OK-FALSE                           VALUE 0.
       77 WS-AUTH-OPERATOR                      PIC X(08).
       77 WS-AUTH-ROLE                          PIC X(10).
       77 WS-LOCK-NAME                          PIC X(10).
       77 WS-LOCK-ACTION                        PIC X(05).
       77 WS-LOCK-OK                            PIC 9(01).
           88 WS-LOCK-OK-TRUE                            VALUE 1.
           88 WS-LOCK-OK-FALSE                           VALUE 0.

       PROCEDURE DIVISION.
      * Releasing money to claimants : maintenance level only, as
      * payrun.cbl for suppliers.
           MOVE "clmprun" TO WS-AUTH-PROGRAM.
           MOVE 3 TO WS-AUTH-NEEDED.
           CALL "chkauth" USING WS-AUTH-PROGRAM WS-AUTH-NEEDED
               WS-AUTH-OK WS-AUTH-OPERATOR WS-AUTH-ROLE
           END-CALL.
           IF WS-AUTH-OK-FALSE THEN
               DISPLAY "Operator " WS-AUTH-OPERATOR " holds role "
                   WS-AUTH-ROLE " - clmprun needs maintenance. "
                   "Refused and logged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * Same lock as clmpay and clmauth : nothing is asked for or
      * authorised while the register is being paid.
           MOVE "clmpay" TO WS-LOCK-NAME.
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
           PERFORM 0150-LOAD-CLAIMS-BEGIN
              THRU 0150-LOAD-CLAIMS-END.
           PERFORM 0200-LOAD-POLICIES-BEGIN
              THRU 0200-LOAD-POLICIES-END.
           PERFORM 0300-SELECT-PAYMENTS-BEGIN
              THRU 0300-SELECT-PAYMENTS-END.

           IF WS-PAY-CNT EQUAL 0 THEN
               DISPLAY "No authorised claim payment to make."
               IF WS-REFUSED-CNT > 0 THEN
                   DISPLAY WS-REFUSED-CNT " payment(s) refused - "
                       "see the note on each row."
                   PERFORM 0700-REWRITE-REGISTER-BEGIN
                      THRU 0700-REWRITE-REGISTER-END
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM 0900-FREE-LOCK-BEGIN
                  THRU 0900-FREE-LOCK-END
               GOBACK
           END-IF.

      * Last look before money moves.
           MOVE WS-PAY-TOTAL TO WS-AMT-DISPLAY.
           DISPLAY WS-PAY-CNT " claim payment(s), total "
               WS-AMT-DISPLAY " (" WS-VIR-CNT " transfer(s), "
               WS-CHQ-CNT " cheque(s)); " WS-REFUSED-CNT
               " refused.".
           DISPLAY "Release the payment (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT EQUAL "Y" THEN
               DISPLAY "Payment run abandoned - nothing written."
               PERFORM 0900-FREE-LOCK-BEGIN
                  THRU 0900-FREE-LOCK-END
               GOBACK
           END-IF.

           MOVE "CLMPRUN" TO WS-SEQ-NAME.
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
           PERFORM 0500-WRITE-CHEQUES-BEGIN
              THRU 0500-WRITE-CHEQUES-END.
           PERFORM 0600-UPDATE-CLAIMS-BEGIN
              THRU 0600-UPDATE-CLAIMS-END.
           PERFORM 0700-REWRITE-REGISTER-BEGIN
              THRU 0700-REWRITE-REGISTER-END.
           PERFORM 0800-WRITE-EOD-LOG-BEGIN
              THRU 0800-WRITE-EOD-LOG-END.

           MOVE WS-PAY-TOTAL TO WS-AMT-DISPLAY.
           DISPLAY "Claim payment run " WS-PAY-RUN-NO " : "
               WS-PAY-CNT " payment(s), " WS-AMT-DISPLAY ", "
               WS-SETTLED-CNT " claim(s) settled.".
           IF WS-VIR-CNT > 0 THEN
               DISPLAY "Transfers in " FUNCTION TRIM(WS-BANK-FILENAME)
                   "."
           END-IF.
           IF WS-CHQ-CNT > 0 THEN
               DISPLAY "Cheques to draw in "
                   FUNCTION TRIM(WS-CHQ-FILENAME) "."
           END-IF.

           PERFORM 0900-FREE-LOCK-BEGIN
              THRU 0900-FREE-LOCK-END.
           IF WS-REFUSED-CNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0100-LOAD-REGISTER-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLAIM-PAY-FILE.
           IF NOT WS-CPY-STATUS-OK THEN
               GO TO 0100-LOAD-REGISTER-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLAIM-PAY-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-CPY-TBL-SIZE < WS-CPY-TBL-MAX THEN
                           ADD 1 TO WS-CPY-TBL-SIZE
                           MOVE CPY-RECORD
                               TO WS-CPY-IMAGE(WS-CPY-TBL-SIZE)
                           MOVE 0 TO WS-CPY-SEL(WS-CPY-TBL-SIZE)
                           IF CPY-STATUS-PAID AND
                              CPY-PAY-RUN > WS-LAST-PAY-RUN THEN
                               MOVE CPY-PAY-RUN TO WS-LAST-PAY-RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLAIM-PAY-FILE.
           SET WS-EOF-FALSE TO TRUE.
       0100-LOAD-REGISTER-END.

      * claims.cbl's resolution : the latest row per claim ID wins
      * and the paid column carries forward. Legacy rows without an
      * ID are finished claims and cannot be paid here.
       0150-LOAD-CLAIMS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLAIMS-FILE.
           IF NOT WS-CLM-STATUS-OK THEN
               GO TO 0150-LOAD-CLAIMS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLAIMS-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF CLM-STATUS NOT EQUAL SPACE AND
                          CLM-ID IS NUMERIC THEN
                           PERFORM 0160-FILE-ONE-ROW-BEGIN
                              THRU 0160-FILE-ONE-ROW-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLAIMS-FILE.
           SET WS-EOF-FALSE TO TRUE.
       0150-LOAD-CLAIMS-END.

       0160-FILE-ONE-ROW-BEGIN.
           MOVE 0 TO WS-CLM-FOUND-IDX.
           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLM-TBL-SIZE
               IF WS-CLM-ID(WS-CLM-IDX) EQUAL CLM-ID THEN
                   MOVE WS-CLM-IDX TO WS-CLM-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-CLM-FOUND-IDX EQUAL 0 THEN
               IF WS-CLM-TBL-SIZE >= 500 THEN
                   GO TO 0160-FILE-ONE-ROW-END
               END-IF
               ADD 1 TO WS-CLM-TBL-SIZE
               MOVE WS-CLM-TBL-SIZE TO WS-CLM-FOUND-IDX
               MOVE CLM-ID TO WS-CLM-ID(WS-CLM-FOUND-IDX)
               MOVE 0 TO WS-CLM-PAID(WS-CLM-FOUND-IDX)
           END-IF.
           MOVE CLM-CODE TO WS-CLM-CODE(WS-CLM-FOUND-IDX).
           MOVE CLM-STATUS TO WS-CLM-STATE(WS-CLM-FOUND-IDX).
           COMPUTE WS-CLM-RESERVE(WS-CLM-FOUND-IDX) =
               FUNCTION NUMVAL(CLM-AMOUNT).
           IF CLM-PAID NOT EQUAL SPACE THEN
               COMPUTE WS-CLM-PAID(WS-CLM-FOUND-IDX) =
                   FUNCTION NUMVAL(CLM-PAID)
           ELSE
               IF CLM-STATUS EQUAL "SETTLED" THEN
                   MOVE WS-CLM-RESERVE(WS-CLM-FOUND-IDX)
                       TO WS-CLM-PAID(WS-CLM-FOUND-IDX)
               END-IF
           END-IF.
       0160-FILE-ONE-ROW-END.

      * The contracts authorised payments are for, then one pass of
      * the policy file for their Amount column.
       0200-LOAD-POLICIES-BEGIN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CPY-TBL-SIZE
               MOVE WS-CPY-IMAGE(WS-IDX) TO CPY-RECORD
               IF CPY-STATUS-AUTHORISED THEN
                   MOVE 0 TO WS-POL-FOUND-IDX
                   PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                           UNTIL WS-POL-IDX > WS-POL-TBL-SIZE
                       IF WS-POL-CODE(WS-POL-IDX) EQUAL CPY-CODE THEN
                           MOVE WS-POL-IDX TO WS-POL-FOUND-IDX
                       END-IF
                   END-PERFORM
                   IF WS-POL-FOUND-IDX EQUAL 0 AND
                      WS-POL-TBL-SIZE < 500 THEN
                       ADD 1 TO WS-POL-TBL-SIZE
                       MOVE CPY-CODE TO WS-POL-CODE(WS-POL-TBL-SIZE)
                       MOVE 0 TO WS-POL-AMOUNT(WS-POL-TBL-SIZE)
                       MOVE 0 TO WS-POL-FOUND(WS-POL-TBL-SIZE)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-POL-TBL-SIZE EQUAL 0 THEN
               GO TO 0200-LOAD-POLICIES-END
           END-IF.

           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT INSURANCE-INPUT.
           IF NOT WS-F-STATUS-OK THEN
               GO TO 0200-LOAD-POLICIES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ INSURANCE-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                               UNTIL WS-POL-IDX > WS-POL-TBL-SIZE
                           IF WS-POL-CODE(WS-POL-IDX) EQUAL
                              ISR-IN-RCD(1:9) THEN
                               COMPUTE WS-POL-AMOUNT(WS-POL-IDX) =
                                   FUNCTION NUMVAL(ISR-IN-RCD(113:9))
                               MOVE 1 TO WS-POL-FOUND(WS-POL-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE INSURANCE-INPUT.
           SET WS-EOF-FALSE TO TRUE.
       0200-LOAD-POLICIES-END.

      * Authorised rows in the order they were asked for. Each is
      * checked against the claim as this run has left it : still
      * open, the payment within the reserve left, and everything
      * paid within the policy amount. A final payment, or one that
      * uses up the reserve, settles the claim.
       0300-SELECT-PAYMENTS-BEGIN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CPY-TBL-SIZE
               MOVE WS-CPY-IMAGE(WS-IDX) TO CPY-RECORD
               IF CPY-STATUS-AUTHORISED THEN
                   PERFORM 0310-CHECK-ONE-BEGIN
                      THRU 0310-CHECK-ONE-END
               END-IF
           END-PERFORM.
       0300-SELECT-PAYMENTS-END.

       0310-CHECK-ONE-BEGIN.
           MOVE SPACE TO WS-REFUSE-NOTE.
           MOVE 0 TO WS-CLM-FOUND-IDX.
           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLM-TBL-SIZE
               IF WS-CLM-ID(WS-CLM-IDX) EQUAL CPY-CLM-ID THEN
                   MOVE WS-CLM-IDX TO WS-CLM-FOUND-IDX
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-POL-FOUND-IDX.
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > WS-POL-TBL-SIZE
               IF WS-POL-CODE(WS-POL-IDX) EQUAL CPY-CODE AND
                  WS-POL-FOUND(WS-POL-IDX) EQUAL 1 THEN
                   MOVE WS-POL-IDX TO WS-POL-FOUND-IDX
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-CLM-FOUND-IDX EQUAL 0
                   MOVE "CLAIM NOT ON FILE" TO WS-REFUSE-NOTE
               WHEN WS-CLM-STATE(WS-CLM-FOUND-IDX) NOT EQUAL "OPEN"
                AND WS-CLM-STATE(WS-CLM-FOUND-IDX) NOT EQUAL "REVISED"
                AND WS-CLM-STATE(WS-CLM-FOUND-IDX) NOT EQUAL "PARTIAL"
                   STRING "CLAIM " DELIMITED BY SIZE
                          WS-CLM-STATE(WS-CLM-FOUND-IDX)
                              DELIMITED BY SPACE
                       INTO WS-REFUSE-NOTE
               WHEN WS-POL-FOUND-IDX EQUAL 0
                   MOVE "POLICY NOT ON FILE" TO WS-REFUSE-NOTE
               WHEN CPY-AMT > WS-CLM-RESERVE(WS-CLM-FOUND-IDX)
                   MOVE "MORE THAN THE RESERVE" TO WS-REFUSE-NOTE
               WHEN CPY-AMT + WS-CLM-PAID(WS-CLM-FOUND-IDX) >
                    WS-POL-AMOUNT(WS-POL-FOUND-IDX)
                   MOVE "MORE THAN THE POLICY AMOUNT"
                       TO WS-REFUSE-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * The refusal is stamped on the row image at once, so it is
      * written back even when nothing else is paid.
           IF WS-REFUSE-NOTE NOT EQUAL SPACE THEN
               SET CPY-STATUS-REJECTED TO TRUE
               MOVE WS-RUN-DATE TO CPY-PAY-DATE
               MOVE WS-REFUSE-NOTE TO CPY-NOTE
               MOVE CPY-RECORD TO WS-CPY-IMAGE(WS-IDX)
               MOVE 2 TO WS-CPY-SEL(WS-IDX)
               ADD 1 TO WS-REFUSED-CNT
               DISPLAY "Payment " CPY-NO " on claim " CPY-CLM-ID
                   " refused : " FUNCTION TRIM(WS-REFUSE-NOTE) "."
               GO TO 0310-CHECK-ONE-END
           END-IF.

           SUBTRACT CPY-AMT FROM WS-CLM-RESERVE(WS-CLM-FOUND-IDX).
           ADD CPY-AMT TO WS-CLM-PAID(WS-CLM-FOUND-IDX).
           IF CPY-FINAL-YES OR
              WS-CLM-RESERVE(WS-CLM-FOUND-IDX) EQUAL 0 THEN
               MOVE "SETTLED" TO WS-CLM-STATE(WS-CLM-FOUND-IDX)
               ADD 1 TO WS-SETTLED-CNT
           ELSE
               MOVE "PARTIAL" TO WS-CLM-STATE(WS-CLM-FOUND-IDX)
           END-IF.
           MOVE 1 TO WS-CPY-SEL(WS-IDX).
           MOVE WS-CLM-STATE(WS-CLM-FOUND-IDX)
               TO WS-CPY-NEW-STATE(WS-IDX).
           MOVE WS-CLM-RESERVE(WS-CLM-FOUND-IDX)
               TO WS-CPY-NEW-RESERVE(WS-IDX).
           MOVE WS-CLM-PAID(WS-CLM-FOUND-IDX)
               TO WS-CPY-NEW-PAID(WS-IDX).
           ADD 1 TO WS-PAY-CNT.
           ADD CPY-AMT TO WS-PAY-TOTAL.
           IF CPY-METHOD-CHEQUE THEN
               ADD 1 TO WS-CHQ-CNT
               ADD CPY-AMT TO WS-CHQ-TOTAL
           ELSE
               ADD 1 TO WS-VIR-CNT
               ADD CPY-AMT TO WS-VIR-TOTAL
           END-IF.
       0310-CHECK-ONE-END.

      * run,value date,payment,claim,account,amount,payee - one line
      * per transfer, then TOTAL,transfers,amount for the bank to
      * check.
       0400-WRITE-BANK-FILE-BEGIN.
           IF WS-VIR-CNT EQUAL 0 THEN
               GO TO 0400-WRITE-BANK-FILE-END
           END-IF.
           MOVE SPACE TO WS-BANK-FILENAME.
           STRING "output/claim-pay-" DELIMITED BY SIZE
                  WS-PAY-RUN-NO DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
               INTO WS-BANK-FILENAME.
           OPEN OUTPUT BANK-PAYMENT-OUTPUT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CPY-TBL-SIZE
               MOVE WS-CPY-IMAGE(WS-IDX) TO CPY-RECORD
               IF WS-CPY-SEL(WS-IDX) EQUAL 1 AND
                  CPY-METHOD-TRANSFER THEN
                   MOVE CPY-AMT TO WS-CSV-AMOUNT
                   MOVE SPACE TO WS-BANK-LINE
                   STRING WS-PAY-RUN-NO DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-RUN-DATE DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          CPY-NO DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          CPY-CLM-ID DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          FUNCTION TRIM(CPY-IBAN) DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CSV-AMOUNT)
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          FUNCTION TRIM(CPY-PAYEE) DELIMITED BY SIZE
                       INTO WS-BANK-LINE
                   MOVE WS-BANK-LINE TO BNK-OUT-RCD
                   WRITE BNK-OUT-RCD
               END-IF
           END-PERFORM.
           MOVE WS-VIR-CNT TO WS-CSV-COUNT.
           MOVE WS-VIR-TOTAL TO WS-CSV-AMOUNT.
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

       0500-WRITE-CHEQUES-BEGIN.
           IF WS-CHQ-CNT EQUAL 0 THEN
               GO TO 0500-WRITE-CHEQUES-END
           END-IF.
           MOVE SPACE TO WS-CHQ-FILENAME.
           STRING "output/claim-chq-" DELIMITED BY SIZE
                  WS-PAY-RUN-NO DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-CHQ-FILENAME.
           OPEN OUTPUT CHEQUE-LIST-OUTPUT.
           MOVE WS-PAY-RUN-NO TO WS-CHQ-TITLE-RUN.
           WRITE CHQ-OUT-RCD FROM WS-CHQ-TITLE-LINE.
           MOVE SPACE TO CHQ-OUT-RCD.
           WRITE CHQ-OUT-RCD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CPY-TBL-SIZE
               MOVE WS-CPY-IMAGE(WS-IDX) TO CPY-RECORD
               IF WS-CPY-SEL(WS-IDX) EQUAL 1 AND
                  CPY-METHOD-CHEQUE THEN
                   MOVE CPY-NO TO WS-CHQ-NO
                   MOVE CPY-CLM-ID TO WS-CHQ-CLM-ID
                   MOVE CPY-CODE TO WS-CHQ-CODE
                   MOVE CPY-PAYEE TO WS-CHQ-PAYEE
                   MOVE CPY-AMT TO WS-CHQ-AMOUNT
                   WRITE CHQ-OUT-RCD FROM WS-CHQ-DETAIL-LINE
               END-IF
           END-PERFORM.
           MOVE SPACE TO CHQ-OUT-RCD.
           WRITE CHQ-OUT-RCD.
           MOVE WS-CHQ-TOTAL TO WS-CHQ-TOT-AMOUNT.
           WRITE CHQ-OUT-RCD FROM WS-CHQ-TOTAL-LINE.
           CLOSE CHEQUE-LIST-OUTPUT.
       0500-WRITE-CHEQUES-END.

      * Written only once the instructions are on disk : a claim is
      * never marked paid without the transfer or cheque that pays
      * it. A SETTLED row's amount is everything the claim cost, as
      * claims.cbl has always read it; a PARTIAL row's is the
      * reserve still left.
       0600-UPDATE-CLAIMS-BEGIN.
           OPEN EXTEND CLAIMS-FILE.
           IF NOT WS-CLM-STATUS-OK THEN
               OPEN OUTPUT CLAIMS-FILE
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CPY-TBL-SIZE
               IF WS-CPY-SEL(WS-IDX) EQUAL 1 THEN
                   MOVE WS-CPY-IMAGE(WS-IDX) TO CPY-RECORD
                   MOVE SPACES TO CLM-RECORD
                   MOVE CPY-CODE TO CLM-CODE
                   MOVE WS-RUN-DATE TO CLM-DATE
                   IF WS-CPY-NEW-STATE(WS-IDX) EQUAL "SETTLED" THEN
                       MOVE WS-CPY-NEW-PAID(WS-IDX) TO CLM-AMOUNT
                   ELSE
                       MOVE WS-CPY-NEW-RESERVE(WS-IDX) TO CLM-AMOUNT
                   END-IF
                   STRING "PAYMENT " DELIMITED BY SIZE
                          CPY-NO DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          CPY-PAYEE DELIMITED BY SIZE
                       INTO CLM-DESC
                   MOVE CPY-CLM-ID TO CLM-ID
                   MOVE WS-CPY-NEW-STATE(WS-IDX) TO CLM-STATUS
                   MOVE CPY-AMT TO CLM-PAYMENT
                   MOVE WS-CPY-NEW-PAID(WS-IDX) TO CLM-PAID
                   WRITE CLM-RECORD
               END-IF
           END-PERFORM.
           CLOSE CLAIMS-FILE.
       0600-UPDATE-CLAIMS-END.

       0700-REWRITE-REGISTER-BEGIN.
           OPEN OUTPUT CLAIM-PAY-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CPY-TBL-SIZE
               MOVE WS-CPY-IMAGE(WS-IDX) TO CPY-RECORD
               IF WS-CPY-SEL(WS-IDX) EQUAL 1 THEN
                   SET CPY-STATUS-PAID TO TRUE
                   MOVE WS-PAY-RUN-NO TO CPY-PAY-RUN
                   MOVE WS-RUN-DATE TO CPY-PAY-DATE
               END-IF
               WRITE CPY-RECORD
           END-PERFORM.
           CLOSE CLAIM-PAY-FILE.
       0700-REWRITE-REGISTER-END.

       0800-WRITE-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "CLMPRUN" TO EOD-PROGRAM.
           MOVE WS-PAY-CNT TO EOD-RECORDS-PROC.
           MOVE WS-REFUSED-CNT TO EOD-EXCEPTIONS.
           MOVE 0 TO EOD-FILES-WRITTEN.
           IF WS-VIR-CNT > 0 THEN
               ADD 1 TO EOD-FILES-WRITTEN
           END-IF.
           IF WS-CHQ-CNT > 0 THEN
               ADD 1 TO EOD-FILES-WRITTEN
           END-IF.
           MOVE WS-PAY-TOTAL TO EOD-KEY-TOTAL.
           MOVE WS-RUN-DATE TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           MOVE WS-AUTH-OPERATOR TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0800-WRITE-EOD-LOG-END.

       0900-FREE-LOCK-BEGIN.
           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
       0900-FREE-LOCK-END.
