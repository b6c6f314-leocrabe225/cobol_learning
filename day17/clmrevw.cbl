       IDENTIFICATION DIVISION.
       PROGRAM-ID. clmrevw.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The new claims the screen in claims.cbl held back, reviewed
      * one at a time in the clmauth.cbl style. Clearing a claim
      * sets up its reserve with an OPEN row; declining it closes it
      * without payment. The register is rewritten whole with the
      * decisions and keeps every row for audit.
           SELECT CLAIM-REVIEW-FILE
               ASSIGN TO "data/claim-review.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRV-STATUS.

           SELECT CLAIMS-FILE
               ASSIGN TO "data/sinistres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLAIM-REVIEW-FILE.
       COPY clrvrcd.

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

       WORKING-STORAGE SECTION.
       77 WS-CRV-STATUS                         PIC X(02).
           88 WS-CRV-STATUS-OK                           VALUE "00".
       77 WS-CLM-STATUS                         PIC X(02).
           88 WS-CLM-STATUS-OK                           VALUE "00".
       77 WS-EOF                                PIC X(01) VALUE "N".
           88 WS-EOF-TRUE                                 VALUE "Y".
           88 WS-EOF-FALSE                                VALUE "N".

      * The register as it sits on file.
       77 WS-CRV-TBL-SIZE                       PIC 9(04) VALUE 0.
       77 WS-CRV-TBL-MAX                        PIC 9(04) VALUE 2000.
       01 WS-CRV-TBL.
           05 WS-CRV-IMAGE      PIC X(145) OCCURS 2000 TIMES.
       77 WS-IDX                                PIC 9(04).
       77 WS-RSN-IDX                            PIC 9(01).

       77 WS-USER-INPUT                         PIC X(01).
       77 WS-RUN-DATE                           PIC 9(08).
       77 WS-CLEARED-CNT                        PIC 9(03) VALUE 0.
       77 WS-DECLINED-CNT                       PIC 9(03) VALUE 0.
       77 WS-KEPT-CNT                           PIC 9(03) VALUE 0.
       77 WS-AMT-SHOWN                          PIC Z,ZZZ,ZZ9.99.

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
      * Only a maintenance or admin operator lets a flagged claim
      * through to a reserve.
           MOVE "clmrevw" TO WS-AUTH-PROGRAM.
           MOVE 3 TO WS-AUTH-NEEDED.
           CALL "chkauth" USING WS-AUTH-PROGRAM WS-AUTH-NEEDED
               WS-AUTH-OK WS-AUTH-OPERATOR WS-AUTH-ROLE
           END-CALL.
           IF WS-AUTH-OK-FALSE THEN
               DISPLAY "Operator " WS-AUTH-OPERATOR " holds role "
                   WS-AUTH-ROLE " - clmrevw needs maintenance. "
                   "Refused and logged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "clmrevw" TO WS-LOCK-NAME.
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

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CRV-TBL-SIZE
               MOVE WS-CRV-IMAGE(WS-IDX) TO CRV-RECORD
               IF CRV-STATUS-FLAGGED THEN
                   PERFORM 0200-REVIEW-ONE-BEGIN
                      THRU 0200-REVIEW-ONE-END
               END-IF
           END-PERFORM.

           IF WS-CLEARED-CNT + WS-DECLINED-CNT + WS-KEPT-CNT
              EQUAL 0 THEN
               DISPLAY "No claim waiting in data/claim-review.txt."
           ELSE
               IF WS-CLEARED-CNT + WS-DECLINED-CNT > 0 THEN
                   PERFORM 0500-REWRITE-REGISTER-BEGIN
                      THRU 0500-REWRITE-REGISTER-END
               END-IF
               DISPLAY WS-CLEARED-CNT " cleared, " WS-DECLINED-CNT
                   " declined, " WS-KEPT-CNT " left waiting."
           END-IF.

           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           GOBACK.

       0100-LOAD-REGISTER-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLAIM-REVIEW-FILE.
           IF NOT WS-CRV-STATUS-OK THEN
               GO TO 0100-LOAD-REGISTER-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLAIM-REVIEW-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-CRV-TBL-SIZE < WS-CRV-TBL-MAX THEN
                           ADD 1 TO WS-CRV-TBL-SIZE
                           MOVE CRV-RECORD
                               TO WS-CRV-IMAGE(WS-CRV-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLAIM-REVIEW-FILE.
       0100-LOAD-REGISTER-END.

      * Nobody clears a claim they keyed themselves - once operators
      * sign on; without a sign-on there is nobody to tell apart.
       0200-REVIEW-ONE-BEGIN.
           MOVE CRV-AMOUNT TO WS-AMT-SHOWN.
           DISPLAY "Claim " CRV-CLM-ID " on contract " CRV-CODE
               " dated " CRV-CLM-DATE " reserve asked " WS-AMT-SHOWN.
           DISPLAY "  flagged " CRV-FLAG-DATE " by " CRV-FLAG-OPER
               " for :" WITH NO ADVANCING.
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > 5
               IF CRV-REASON(WS-RSN-IDX) NOT EQUAL SPACE THEN
                   DISPLAY " " FUNCTION TRIM(CRV-REASON(WS-RSN-IDX))
                       WITH NO ADVANCING
               END-IF
           END-PERFORM.
           DISPLAY " ".

           IF CRV-FLAG-OPER EQUAL WS-AUTH-OPERATOR AND
              WS-AUTH-OPERATOR NOT EQUAL SPACE THEN
               DISPLAY "Your own claim entry - left for another "
                   "supervisor."
               ADD 1 TO WS-KEPT-CNT
               GO TO 0200-REVIEW-ONE-END
           END-IF.

           DISPLAY "Clear, Decline or Skip (C/D/S)? "
               WITH NO ADVANCING.
           ACCEPT WS-USER-INPUT.
           EVALUATE WS-USER-INPUT
               WHEN "C"
                   SET CRV-STATUS-CLEARED TO TRUE
                   MOVE "CLEARED ON REVIEW" TO CRV-NOTE
                   PERFORM 0300-APPEND-CLAIM-BEGIN
                      THRU 0300-APPEND-CLAIM-END
                   ADD 1 TO WS-CLEARED-CNT
                   DISPLAY "Cleared - reserve set up on the claim."
               WHEN "D"
                   SET CRV-STATUS-DECLINED TO TRUE
                   MOVE "DECLINED ON REVIEW" TO CRV-NOTE
                   PERFORM 0300-APPEND-CLAIM-BEGIN
                      THRU 0300-APPEND-CLAIM-END
                   ADD 1 TO WS-DECLINED-CNT
                   DISPLAY "Declined - claim closed without payment."
               WHEN OTHER
                   ADD 1 TO WS-KEPT-CNT
                   DISPLAY "Left waiting."
                   GO TO 0200-REVIEW-ONE-END
           END-EVALUATE.
           MOVE WS-RUN-DATE TO CRV-DEC-DATE.
           MOVE WS-AUTH-OPERATOR TO CRV-DEC-OPER.
           MOVE CRV-RECORD TO WS-CRV-IMAGE(WS-IDX).
       0200-REVIEW-ONE-END.

      * The decision as the claim's next status row, dated today. A
      * cleared claim reserves what was asked at entry; a declined
      * one closes at nothing, the way claims.cbl closes a claim.
       0300-APPEND-CLAIM-BEGIN.
           MOVE SPACES TO CLM-RECORD.
           MOVE CRV-CODE TO CLM-CODE.
           MOVE WS-RUN-DATE TO CLM-DATE.
           MOVE CRV-CLM-ID TO CLM-ID.
           MOVE CRV-NOTE TO CLM-DESC.
           IF WS-USER-INPUT EQUAL "C" THEN
               MOVE "OPEN" TO CLM-STATUS
               MOVE CRV-AMOUNT TO CLM-AMOUNT
           ELSE
               MOVE "CLOSED" TO CLM-STATUS
               MOVE 0 TO CLM-AMOUNT
           END-IF.
           OPEN EXTEND CLAIMS-FILE.
           IF NOT WS-CLM-STATUS-OK THEN
               OPEN OUTPUT CLAIMS-FILE
           END-IF.
           WRITE CLM-RECORD.
           CLOSE CLAIMS-FILE.
       0300-APPEND-CLAIM-END.

       0500-REWRITE-REGISTER-BEGIN.
           OPEN OUTPUT CLAIM-REVIEW-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CRV-TBL-SIZE
               MOVE WS-CRV-IMAGE(WS-IDX) TO CRV-RECORD
               WRITE CRV-RECORD
           END-PERFORM.
           CLOSE CLAIM-REVIEW-FILE.
       0500-REWRITE-REGISTER-END.
