       IDENTIFICATION DIVISION.
       PROGRAM-ID. clmpay.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Asks for a payment on a claim : who is paid, how much, by
      * transfer or cheque. Within the keying operator's limit for
      * the role the payment is authorised at once; past it the row
      * waits in the register for clmauth.cbl, the way wofentry.cbl
      * holds a large write-off for wofrevw.cbl. Nothing is paid
      * here - clmprun.cbl pays what is authorised.
           SELECT CLAIMS-FILE
               ASSIGN TO "data/sinistres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLM-STATUS.

           SELECT INSURANCE-INPUT ASSIGN TO "data/assurances.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

           SELECT CLAIM-PAY-FILE
               ASSIGN TO "data/reglements-sin.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPY-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD CLAIM-PAY-FILE.
       COPY cpayrcd.

       WORKING-STORAGE SECTION.
       77 WS-CLM-STATUS                         PIC X(02).
           88 WS-CLM-STATUS-OK                           VALUE "00".
       77 WS-F-STATUS                           PIC X(02).
           88 WS-F-STATUS-OK                             VALUE "00".
       77 WS-CPY-STATUS                         PIC X(02).
           88 WS-CPY-STATUS-OK                           VALUE "00".
       77 WS-EOF                                PIC X(01) VALUE "N".
           88 WS-EOF-TRUE                                 VALUE "Y".
           88 WS-EOF-FALSE                                VALUE "N".

      * The one claim asked about, resolved from its rows the way
      * claims.cbl resolves the file : the latest row wins, the paid
      * column carries forward.
       77 WS-ENTRY-CLM-ID                       PIC 9(04).
       77 WS-CLM-FOUND                          PIC 9(01).
           88 WS-CLM-FOUND-TRUE                          VALUE 1.
           88 WS-CLM-FOUND-FALSE                         VALUE 0.
       77 WS-CLM-CODE                           PIC X(09).
       77 WS-CLM-STATE                          PIC X(07).
       77 WS-CLM-RESERVE                        PIC 9(06)V99.
       77 WS-CLM-PAID                           PIC 9(06)V99.
      * Asked for already and not yet paid : waiting or authorised
      * rows of the register for the same claim.
       77 WS-CLM-PENDING                        PIC 9(07)V99.
       77 WS-POL-AMOUNT                         PIC 9(07)V99.
       77 WS-POL-FOUND                          PIC 9(01).
           88 WS-POL-FOUND-TRUE                          VALUE 1.
           88 WS-POL-FOUND-FALSE                         VALUE 0.

       77 WS-LAST-CPY-NO                        PIC 9(05) VALUE 0.
       77 WS-RUN-DATE                           PIC 9(08).
      * perchk's verdict on the run date the payment is asked for
      * under : open, closed (refused), or closed and moved on to
      * the next open month.
       77 WS-PER-PROGRAM                        PIC X(08)
                                                VALUE "clmpay".
       77 WS-PER-RESULT                         PIC 9(01).
           88 WS-PER-OPEN                                VALUE 0.
           88 WS-PER-MOVED                               VALUE 1.
           88 WS-PER-REFUSED                             VALUE 2.
       77 WS-ENTRY-PAYEE                        PIC X(30).
       77 WS-ENTRY-AMOUNT                       PIC 9(06)V99.
       77 WS-ENTRY-METHOD                       PIC X(03).
       77 WS-ENTRY-IBAN                         PIC X(34).
       77 WS-ENTRY-FINAL                        PIC X(01).
       77 WS-CONFIRM                            PIC X(01).
       77 WS-ROOM                               PIC S9(07)V99.
       77 WS-AMT-SHOWN                          PIC Z,ZZZ,ZZ9.99.
       77 WS-LIMIT-SHOWN                        PIC Z,ZZZ,ZZ9.99.

      * What the operator's role may authorise on one payment, from
      * CLMPAY-LIMIT-ENTRY / -MAINT / -ADMIN. An inquiry role
      * authorises nothing.
       77 WS-ROLE-LIMIT                         PIC 9(07)V99.
       01 WS-PARAM-KEY                          PIC X(20).
       01 WS-PARAM-VALUE                        PIC X(20).
       01 WS-PARAM-FOUND                        PIC 9(01).
           88 WS-PARAM-FOUND-TRUE                        VALUE 1.
           88 WS-PARAM-FOUND-FALSE                       VALUE 0.

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
      * Anyone who keys claims may ask for a payment; the role's
      * limit decides whether it also needs a supervisor.
           MOVE "clmpay" TO WS-AUTH-PROGRAM.
           MOVE 2 TO WS-AUTH-NEEDED.
           CALL "chkauth" USING WS-AUTH-PROGRAM WS-AUTH-NEEDED
               WS-AUTH-OK WS-AUTH-OPERATOR WS-AUTH-ROLE
           END-CALL.
           IF WS-AUTH-OK-FALSE THEN
               DISPLAY "Operator " WS-AUTH-OPERATOR " holds role "
                   WS-AUTH-ROLE " - clmpay needs entry. "
                   "Refused and logged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * A payment is asked for, and authorised within the role's
      * limit, under the run date, so a closed month stops the run
      * before the register is touched.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL "perchk" USING WS-PER-PROGRAM WS-RUN-DATE
               WS-PER-RESULT
           END-CALL.
           IF WS-PER-REFUSED THEN
               DISPLAY "Today is in a closed accounting period - no "
                   "payment can be asked for."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-PER-MOVED THEN
               DISPLAY "*** WARNING *** today's period is closed - "
                   "payment dated " WS-RUN-DATE " instead."
           END-IF.

      * The register is shared with clmauth and clmprun, which both
      * rewrite it whole.
           MOVE "clmpay" TO WS-LOCK-NAME.
           MOVE "GET" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           IF WS-LOCK-OK-FALSE THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0050-ROLE-LIMIT-BEGIN
              THRU 0050-ROLE-LIMIT-END.
           PERFORM 0200-REQUEST-BEGIN
              THRU 0200-REQUEST-END.

           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           GOBACK.

      * The same defaults stand in clmauth.cbl : a clerk pays small
      * claims alone, a supervisor most, an administrator any.
       0050-ROLE-LIMIT-BEGIN.
           MOVE SPACE TO WS-PARAM-KEY.
           EVALUATE FUNCTION TRIM(WS-AUTH-ROLE)
               WHEN "ENTRY"
                   MOVE 1000 TO WS-ROLE-LIMIT
                   MOVE "CLMPAY-LIMIT-ENTRY" TO WS-PARAM-KEY
               WHEN "MAINT"
                   MOVE 10000 TO WS-ROLE-LIMIT
                   MOVE "CLMPAY-LIMIT-MAINT" TO WS-PARAM-KEY
               WHEN "ADMIN"
                   MOVE 999999.99 TO WS-ROLE-LIMIT
                   MOVE "CLMPAY-LIMIT-ADMIN" TO WS-PARAM-KEY
               WHEN OTHER
                   MOVE 0 TO WS-ROLE-LIMIT
           END-EVALUATE.
           IF WS-PARAM-KEY EQUAL SPACE THEN
               GO TO 0050-ROLE-LIMIT-END
           END-IF.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-ROLE-LIMIT
           END-IF.
       0050-ROLE-LIMIT-END.

      * One payment per run : the claim is shown with its reserve,
      * what it has been paid and what is already asked for, then
      * the payment is keyed, checked and confirmed.
       0200-REQUEST-BEGIN.
           DISPLAY "Claim ID : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CLM-ID.
           PERFORM 0100-FIND-CLAIM-BEGIN
              THRU 0100-FIND-CLAIM-END.
           IF WS-CLM-FOUND-FALSE THEN
               DISPLAY "No claim " WS-ENTRY-CLM-ID " on file - "
                   "nothing asked for."
               GO TO 0200-REQUEST-END
           END-IF.
           IF WS-CLM-STATE NOT EQUAL "OPEN" AND
              WS-CLM-STATE NOT EQUAL "REVISED" AND
              WS-CLM-STATE NOT EQUAL "PARTIAL" THEN
               DISPLAY "Claim " WS-ENTRY-CLM-ID " is " WS-CLM-STATE
                   " - nothing left to pay."
               GO TO 0200-REQUEST-END
           END-IF.
           PERFORM 0150-LOAD-REGISTER-BEGIN
              THRU 0150-LOAD-REGISTER-END.
           PERFORM 0170-FIND-POLICY-BEGIN
              THRU 0170-FIND-POLICY-END.
           IF WS-POL-FOUND-FALSE THEN
               DISPLAY "No policy " WS-CLM-CODE " in "
                   "data/assurances.csv - nothing asked for."
               GO TO 0200-REQUEST-END
           END-IF.

           MOVE WS-CLM-RESERVE TO WS-AMT-SHOWN.
           DISPLAY "Claim " WS-ENTRY-CLM-ID " on contract "
               WS-CLM-CODE " is " WS-CLM-STATE ", reserve "
               WS-AMT-SHOWN.
           MOVE WS-CLM-PAID TO WS-AMT-SHOWN.
           DISPLAY "  paid so far           " WS-AMT-SHOWN.
           MOVE WS-CLM-PENDING TO WS-AMT-SHOWN.
           DISPLAY "  asked for, not paid   " WS-AMT-SHOWN.
           MOVE WS-POL-AMOUNT TO WS-AMT-SHOWN.
           DISPLAY "  policy amount         " WS-AMT-SHOWN.

           DISPLAY "Payee : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-PAYEE.
           IF WS-ENTRY-PAYEE EQUAL SPACE THEN
               DISPLAY "No payee - nothing asked for."
               GO TO 0200-REQUEST-END
           END-IF.
           DISPLAY "Amount : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-AMOUNT.
           IF WS-ENTRY-AMOUNT EQUAL 0 THEN
               DISPLAY "Nothing to pay."
               GO TO 0200-REQUEST-END
           END-IF.

      * Never more than the reserve still free, never past what the
      * policy covers - counting what is already asked for.
           COMPUTE WS-ROOM = WS-CLM-RESERVE - WS-CLM-PENDING.
           IF WS-ENTRY-AMOUNT > WS-ROOM THEN
               DISPLAY "More than the reserve left on the claim - "
                   "refused. Revise the reserve in claims first."
               GO TO 0200-REQUEST-END
           END-IF.
           COMPUTE WS-ROOM =
               WS-POL-AMOUNT - WS-CLM-PAID - WS-CLM-PENDING.
           IF WS-ENTRY-AMOUNT > WS-ROOM THEN
               DISPLAY "More than the policy amount covers - "
                   "refused."
               GO TO 0200-REQUEST-END
           END-IF.

           DISPLAY "Method (VIR=transfer, CHQ=cheque) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-METHOD.
           MOVE SPACE TO WS-ENTRY-IBAN.
           EVALUATE WS-ENTRY-METHOD
               WHEN "VIR"
                   DISPLAY "Payee account (IBAN) : "
                       WITH NO ADVANCING
                   ACCEPT WS-ENTRY-IBAN
                   IF WS-ENTRY-IBAN EQUAL SPACE THEN
                       DISPLAY "A transfer needs an account - "
                           "nothing asked for."
                       GO TO 0200-REQUEST-END
                   END-IF
               WHEN "CHQ"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Not a method - nothing asked for."
                   GO TO 0200-REQUEST-END
           END-EVALUATE.
           DISPLAY "Final payment - settles the claim (Y/N) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-FINAL.
           IF WS-ENTRY-FINAL NOT EQUAL "Y" THEN
               MOVE "N" TO WS-ENTRY-FINAL
           END-IF.

           MOVE WS-ENTRY-AMOUNT TO WS-AMT-SHOWN.
           DISPLAY "Pay " WS-AMT-SHOWN " to "
               FUNCTION TRIM(WS-ENTRY-PAYEE) " by " WS-ENTRY-METHOD
               " (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT EQUAL "Y" THEN
               DISPLAY "Abandoned - nothing asked for."
               GO TO 0200-REQUEST-END
           END-IF.

           MOVE "CLMPAY" TO WS-SEQ-NAME.
           MOVE WS-LAST-CPY-NO TO WS-SEQ-FALLBACK.
           MOVE 99999 TO WS-SEQ-CEILING.
           CALL "getseq" USING WS-SEQ-NAME WS-SEQ-FALLBACK
               WS-SEQ-CEILING WS-SEQ-NEXT
           END-CALL.
           IF WS-SEQ-NEXT EQUAL 0 THEN
               DISPLAY "No payment number could be allocated - "
                   "nothing asked for."
               MOVE 8 TO RETURN-CODE
               GO TO 0200-REQUEST-END
           END-IF.

           MOVE SPACES TO CPY-RECORD.
           MOVE WS-SEQ-NEXT TO CPY-NO.
           MOVE WS-ENTRY-CLM-ID TO CPY-CLM-ID.
           MOVE WS-CLM-CODE TO CPY-CODE.
           MOVE WS-ENTRY-PAYEE TO CPY-PAYEE.
           MOVE WS-ENTRY-AMOUNT TO CPY-AMT.
           MOVE WS-ENTRY-METHOD TO CPY-METHOD.
           MOVE WS-ENTRY-IBAN TO CPY-IBAN.
           MOVE WS-ENTRY-FINAL TO CPY-FINAL.
           MOVE WS-RUN-DATE TO CPY-REQ-DATE.
           MOVE WS-AUTH-OPERATOR TO CPY-REQ-OPER.
           MOVE 0 TO CPY-AUTH-DATE.
           MOVE 0 TO CPY-PAY-RUN.
           MOVE 0 TO CPY-PAY-DATE.
           IF WS-ENTRY-AMOUNT > WS-ROLE-LIMIT THEN
               SET CPY-STATUS-WAITING TO TRUE
           ELSE
               SET CPY-STATUS-AUTHORISED TO TRUE
               MOVE WS-RUN-DATE TO CPY-AUTH-DATE
               MOVE WS-AUTH-OPERATOR TO CPY-AUTH-OPER
           END-IF.

           OPEN EXTEND CLAIM-PAY-FILE.
           IF NOT WS-CPY-STATUS-OK THEN
               OPEN OUTPUT CLAIM-PAY-FILE
           END-IF.
           WRITE CPY-RECORD.
           CLOSE CLAIM-PAY-FILE.

           IF CPY-STATUS-WAITING THEN
               MOVE WS-ROLE-LIMIT TO WS-LIMIT-SHOWN
               DISPLAY "Payment " CPY-NO " is over your limit of "
                   WS-LIMIT-SHOWN " - waiting for clmauth."
           ELSE
               DISPLAY "Payment " CPY-NO " authorised - paid by the "
                   "next clmprun."
           END-IF.
       0200-REQUEST-END.

       0100-FIND-CLAIM-BEGIN.
           SET WS-CLM-FOUND-FALSE TO TRUE.
           MOVE 0 TO WS-CLM-PAID.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLAIMS-FILE.
           IF NOT WS-CLM-STATUS-OK THEN
               GO TO 0100-FIND-CLAIM-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLAIMS-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF CLM-STATUS NOT EQUAL SPACE AND
                          CLM-ID IS NUMERIC AND
                          CLM-ID EQUAL WS-ENTRY-CLM-ID THEN
                           PERFORM 0110-ONE-ROW-BEGIN
                              THRU 0110-ONE-ROW-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLAIMS-FILE.
           SET WS-EOF-FALSE TO TRUE.
       0100-FIND-CLAIM-END.

       0110-ONE-ROW-BEGIN.
           SET WS-CLM-FOUND-TRUE TO TRUE.
           MOVE CLM-CODE TO WS-CLM-CODE.
           MOVE CLM-STATUS TO WS-CLM-STATE.
           COMPUTE WS-CLM-RESERVE = FUNCTION NUMVAL(CLM-AMOUNT).
           IF CLM-PAID NOT EQUAL SPACE THEN
               COMPUTE WS-CLM-PAID = FUNCTION NUMVAL(CLM-PAID)
           ELSE
               IF CLM-STATUS EQUAL "SETTLED" THEN
                   MOVE WS-CLM-RESERVE TO WS-CLM-PAID
               END-IF
           END-IF.
       0110-ONE-ROW-END.

      * The highest payment number seeds getseq on a first run; rows
      * still waiting or authorised for the claim are money already
      * spoken for.
       0150-LOAD-REGISTER-BEGIN.
           MOVE 0 TO WS-CLM-PENDING.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLAIM-PAY-FILE.
           IF NOT WS-CPY-STATUS-OK THEN
               GO TO 0150-LOAD-REGISTER-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLAIM-PAY-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF CPY-NO IS NUMERIC AND
                          CPY-NO > WS-LAST-CPY-NO THEN
                           MOVE CPY-NO TO WS-LAST-CPY-NO
                       END-IF
                       IF CPY-CLM-ID EQUAL WS-ENTRY-CLM-ID AND
                          (CPY-STATUS-WAITING OR
                           CPY-STATUS-AUTHORISED) THEN
                           ADD CPY-AMT TO WS-CLM-PENDING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLAIM-PAY-FILE.
           SET WS-EOF-FALSE TO TRUE.
       0150-LOAD-REGISTER-END.

      * The policy's Amount column (113-121) is the most a claim on
      * it can ever be paid.
       0170-FIND-POLICY-BEGIN.
           SET WS-POL-FOUND-FALSE TO TRUE.
           MOVE 0 TO WS-POL-AMOUNT.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT INSURANCE-INPUT.
           IF NOT WS-F-STATUS-OK THEN
               GO TO 0170-FIND-POLICY-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ INSURANCE-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF ISR-IN-RCD(1:9) EQUAL WS-CLM-CODE THEN
                           SET WS-POL-FOUND-TRUE TO TRUE
                           COMPUTE WS-POL-AMOUNT =
                               FUNCTION NUMVAL(ISR-IN-RCD(113:9))
                           SET WS-EOF-TRUE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INSURANCE-INPUT.
           SET WS-EOF-FALSE TO TRUE.
       0170-FIND-POLICY-END.
