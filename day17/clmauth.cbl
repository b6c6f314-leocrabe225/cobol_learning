       IDENTIFICATION DIVISION.
       PROGRAM-ID. clmauth.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The claim payments clmpay.cbl held back as over the keying
      * operator's limit, reviewed one at a time in the wofrevw.cbl
      * style. A reviewer decides only what the role's own limit
      * covers; the rest waits for a higher role. The register is
      * rewritten whole with the decisions.
           SELECT CLAIM-PAY-FILE
               ASSIGN TO "data/reglements-sin.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLAIM-PAY-FILE.
       COPY cpayrcd.

       WORKING-STORAGE SECTION.
       77 WS-CPY-STATUS                         PIC X(02).
           88 WS-CPY-STATUS-OK                           VALUE "00".
       77 WS-EOF                                PIC X(01) VALUE "N".
           88 WS-EOF-TRUE                                 VALUE "Y".
           88 WS-EOF-FALSE                                VALUE "N".

      * The register as it sits on file.
       77 WS-CPY-TBL-SIZE                       PIC 9(04) VALUE 0.
       77 WS-CPY-TBL-MAX                        PIC 9(04) VALUE 5000.
       01 WS-CPY-TBL.
           05 WS-CPY-IMAGE      PIC X(185) OCCURS 5000 TIMES.
       77 WS-IDX                                PIC 9(04).

       77 WS-USER-INPUT                         PIC X(01).
       77 WS-RUN-DATE                           PIC 9(08).
       77 WS-APPROVED-CNT                       PIC 9(03) VALUE 0.
       77 WS-REJECTED-CNT                       PIC 9(03) VALUE 0.
       77 WS-KEPT-CNT                           PIC 9(03) VALUE 0.
       77 WS-AMT-SHOWN                          PIC Z,ZZZ,ZZ9.99.
       77 WS-LIMIT-SHOWN                        PIC Z,ZZZ,ZZ9.99.

      * What the reviewer's role may authorise on one payment - the
      * same keys and defaults clmpay.cbl applies at entry.
       77 WS-ROLE-LIMIT                         PIC 9(07)V99.
       01 WS-PARAM-KEY                          PIC X(20).
       01 WS-PARAM-VALUE                        PIC X(20).
       01 WS-PARAM-FOUND                        PIC 9(01).
           88 WS-PARAM-FOUND-TRUE                        VALUE 1.
           88 WS-PARAM-FOUND-FALSE                       VALUE 0.

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
      * Only a maintenance or admin operator releases claim money
      * past a clerk's limit.
           MOVE "clmauth" TO WS-AUTH-PROGRAM.
           MOVE 3 TO WS-AUTH-NEEDED.
           CALL "chkauth" USING WS-AUTH-PROGRAM WS-AUTH-NEEDED
               WS-AUTH-OK WS-AUTH-OPERATOR WS-AUTH-ROLE
           END-CALL.
           IF WS-AUTH-OK-FALSE THEN
               DISPLAY "Operator " WS-AUTH-OPERATOR " holds role "
                   WS-AUTH-ROLE " - clmauth needs maintenance. "
                   "Refused and logged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

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
           PERFORM 0050-ROLE-LIMIT-BEGIN
              THRU 0050-ROLE-LIMIT-END.
           PERFORM 0100-LOAD-REGISTER-BEGIN
              THRU 0100-LOAD-REGISTER-END.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CPY-TBL-SIZE
               MOVE WS-CPY-IMAGE(WS-IDX) TO CPY-RECORD
               IF CPY-STATUS-WAITING THEN
                   PERFORM 0200-REVIEW-ONE-BEGIN
                      THRU 0200-REVIEW-ONE-END
               END-IF
           END-PERFORM.

           IF WS-APPROVED-CNT + WS-REJECTED-CNT + WS-KEPT-CNT
              EQUAL 0 THEN
               DISPLAY "No claim payment waiting in "
                   "data/reglements-sin.txt."
           ELSE
               IF WS-APPROVED-CNT + WS-REJECTED-CNT > 0 THEN
                   PERFORM 0500-REWRITE-REGISTER-BEGIN
                      THRU 0500-REWRITE-REGISTER-END
               END-IF
               DISPLAY WS-APPROVED-CNT " authorised, " WS-REJECTED-CNT
                   " rejected, " WS-KEPT-CNT " left waiting."
           END-IF.

           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           GOBACK.

      * The same defaults stand in clmpay.cbl : a clerk pays small
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
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLAIM-PAY-FILE.
       0100-LOAD-REGISTER-END.

      * Nobody authorises their own payment - once operators sign
      * on; without a sign-on there is nobody to tell apart.
       0200-REVIEW-ONE-BEGIN.
           MOVE CPY-AMT TO WS-AMT-SHOWN.
           DISPLAY "Payment " CPY-NO " : claim " CPY-CLM-ID
               " contract " CPY-CODE " asked " CPY-REQ-DATE " by "
               CPY-REQ-OPER.
           DISPLAY "  " WS-AMT-SHOWN " to " FUNCTION TRIM(CPY-PAYEE)
               " by " CPY-METHOD " " FUNCTION TRIM(CPY-IBAN).
           IF CPY-FINAL-YES THEN
               DISPLAY "  final payment - settles the claim."
           END-IF.

           IF CPY-REQ-OPER EQUAL WS-AUTH-OPERATOR AND
              WS-AUTH-OPERATOR NOT EQUAL SPACE THEN
               DISPLAY "Your own payment - left for another "
                   "supervisor."
               ADD 1 TO WS-KEPT-CNT
               GO TO 0200-REVIEW-ONE-END
           END-IF.
           IF CPY-AMT > WS-ROLE-LIMIT THEN
               MOVE WS-ROLE-LIMIT TO WS-LIMIT-SHOWN
               DISPLAY "Over your limit of " WS-LIMIT-SHOWN
                   " - left for a higher role."
               ADD 1 TO WS-KEPT-CNT
               GO TO 0200-REVIEW-ONE-END
           END-IF.

           DISPLAY "Authorise, Reject or Skip (A/R/S)? "
               WITH NO ADVANCING.
           ACCEPT WS-USER-INPUT.
           EVALUATE WS-USER-INPUT
               WHEN "A"
                   SET CPY-STATUS-AUTHORISED TO TRUE
                   MOVE WS-RUN-DATE TO CPY-AUTH-DATE
                   MOVE WS-AUTH-OPERATOR TO CPY-AUTH-OPER
                   ADD 1 TO WS-APPROVED-CNT
                   DISPLAY "Authorised - paid by the next clmprun."
               WHEN "R"
                   SET CPY-STATUS-REJECTED TO TRUE
                   MOVE WS-RUN-DATE TO CPY-AUTH-DATE
                   MOVE WS-AUTH-OPERATOR TO CPY-AUTH-OPER
                   MOVE "REJECTED ON REVIEW" TO CPY-NOTE
                   ADD 1 TO WS-REJECTED-CNT
                   DISPLAY "Rejected - nothing will be paid."
               WHEN OTHER
                   ADD 1 TO WS-KEPT-CNT
                   DISPLAY "Left waiting."
           END-EVALUATE.
           MOVE CPY-RECORD TO WS-CPY-IMAGE(WS-IDX).
       0200-REVIEW-ONE-END.

       0500-REWRITE-REGISTER-BEGIN.
           OPEN OUTPUT CLAIM-PAY-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CPY-TBL-SIZE
               MOVE WS-CPY-IMAGE(WS-IDX) TO CPY-RECORD
               WRITE CPY-RECORD
           END-PERFORM.
           CLOSE CLAIM-PAY-FILE.
       0500-REWRITE-REGISTER-END.
