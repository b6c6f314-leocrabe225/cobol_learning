               ASSIGN TO "output/outstanding-claims.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      * The contracts the last arrears run found behind on premium,
      * one of the things a new claim is screened against.
           SELECT ARREARS-REPORT-INPUT
               ASSIGN TO "output/arrears-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARR-STATUS.

      * New claims the screen held back, with the reasons, for a
      * supervisor to clear in clmrevw.cbl.
           SELECT CLAIM-REVIEW-FILE
               ASSIGN TO "data/claim-review.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INSURANCE-INPUT.
           05 CLM-ID            PIC 9(04).
           05 FILLER            PIC X(01).
           05 CLM-STATUS        PIC X(07).
      * What the row paid the claimant and everything paid on the
      * claim so far, appended for the claim payment run. Blank on
      * older rows and on rows that move no money : a blank paid
      * column on a SETTLED row means its amount is all that was
      * paid.
           05 FILLER            PIC X(01).
           05 CLM-PAYMENT       PIC 9(06).99.
           05 FILLER            PIC X(01).
           05 CLM-PAID          PIC 9(06).99.

       FD LOSS-RATIO-OUTPUT.
       01 RPT-OUT-RCD           PIC X(80).
       FD OUTSTANDING-OUTPUT.
       01 OUT-RPT-RCD           PIC X(80).

       FD ARREARS-REPORT-INPUT.
       01 ARR-IN-RCD            PIC X(80).

       FD CLAIM-REVIEW-FILE.
       COPY clrvrcd.

       WORKING-STORAGE SECTION.
       77 WS-F-STATUS                           PIC X(02).
           88 WS-F-STATUS-OK                             VALUE "00".
       77 WS-CLM-STATUS                         PIC X(02).
           88 WS-CLM-STATUS-OK                           VALUE "00".
       77 WS-ARR-STATUS                         PIC X(02).
           88 WS-ARR-STATUS-OK                           VALUE "00".
       77 WS-CRV-STATUS                         PIC X(02).
           88 WS-CRV-STATUS-OK                           VALUE "00".
       77 WS-EOF                                PIC X(01) VALUE "N".
           88 WS-EOF-TRUE                                 VALUE "Y".
           88 WS-EOF-FALSE                                VALUE "N".
           88 WS-POL-FOUND-FALSE                         VALUE 0.
       77 WS-POLICIES-READ                      PIC 9(06) VALUE 0.
       77 WS-POLICY-INCURRED                    PIC 9(08)V99.
      * The policy row a new claim was entered against, kept for the
      * screen once the file is closed again.
       77 WS-POL-ROW                            PIC X(121).

      * Latest state per claim ID, resolved while the file streams :
      * a later status row for the same ID simply overwrites.
               10 WS-CLM-DATE        PIC 9(08).
               10 WS-CLM-STATE       PIC X(07).
               10 WS-CLM-AMOUNT      PIC 9(06)V99.
               10 WS-CLM-PAID        PIC 9(06)V99.
               10 WS-CLM-SEEN        PIC 9(01).
      * Date of the first row for the claim - when it was reported.
               10 WS-CLM-OPENED      PIC 9(08).
       77 WS-CLM-IDX                            PIC 9(03).
       77 WS-CLM-FOUND-IDX                      PIC 9(03).
       77 WS-NEXT-CLM-ID                        PIC 9(04) VALUE 0.
       77 WS-ENTRY-DESC                         PIC X(40).
       77 WS-ENTRY-CLM-ID                       PIC 9(04).
       77 WS-ENTRY-STATE                        PIC X(07).
       77 WS-ENTRY-PAYMENT                      PIC 9(06)V99.
       77 WS-ENTRY-PAID                         PIC 9(06)V99.
       77 WS-CLAIMS-ADDED                       PIC 9(03) VALUE 0.
       77 WS-CLAIMS-READ                        PIC 9(04) VALUE 0.
       77 WS-CLAIMS-ORPHAN                      PIC 9(04) VALUE 0.
       77 WS-LEGACY-ROWS                        PIC 9(04) VALUE 0.

      * The new-claim screen. Every test that trips adds its reason
      * code, and any reason at all sends the claim to the review
      * queue instead of reserving it. The limits default here and
      * can be moved in data/params.txt.
       77 WS-SCR-START-DAYS                     PIC 9(04) VALUE 30.
       77 WS-SCR-FREQ-DAYS                      PIC 9(04) VALUE 90.
       77 WS-SCR-FREQ-COUNT                     PIC 9(02) VALUE 3.
       77 WS-SCR-AMOUNT-PCT                     PIC 9(03) VALUE 80.
       77 WS-SCR-REASON-CNT                     PIC 9(01).
       01 WS-SCR-REASONS.
           05 WS-SCR-REASON      PIC X(06) OCCURS 5 TIMES.
       77 WS-SCR-NEW-REASON                     PIC X(06).
       77 WS-SCR-REASON-LIST                    PIC X(35).
       77 WS-SCR-LIST-PTR                       PIC 9(02).
       77 WS-SCR-IDX                            PIC 9(01).
       77 WS-SCR-CLAIM-INT                      PIC S9(09) COMP-5.
       77 WS-SCR-OTHER-INT                      PIC S9(09) COMP-5.
       77 WS-SCR-GAP                            PIC S9(09) COMP-5.
       01 WS-SCR-START-X.
           05 WS-SCR-START-YYYY  PIC X(04).
           05 WS-SCR-START-MM    PIC X(02).
           05 WS-SCR-START-DD    PIC X(02).
       01 WS-SCR-START-DATE REDEFINES WS-SCR-START-X
                                 PIC 9(08).
       77 WS-SCR-POL-AMOUNT                     PIC 9(07)V99.
       77 WS-SCR-NEAR-CNT                       PIC 9(03).
       77 WS-SCR-HOLDER                         PIC X(55).
       77 WS-SCR-HIT                            PIC 9(01).
           88 WS-SCR-HIT-TRUE                            VALUE 1.
           88 WS-SCR-HIT-FALSE                           VALUE 0.
       77 WS-OPERATOR-ID                        PIC X(08).

       01 WS-PARAM-KEY            PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-PARAM-FOUND          PIC 9(01).
           88 WS-PARAM-FOUND-TRUE           VALUE 1.
           88 WS-PARAM-FOUND-FALSE          VALUE 0.

       77 WS-PREMIUM                            PIC 9(07)V99.
       77 WS-BOOK-PREMIUM                       PIC 9(09)V99 VALUE 0.
       77 WS-BOOK-CLAIMS                        PIC 9(09)V99 VALUE 0.
           05 WS-OUT-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM 0050-SCREEN-LIMITS-BEGIN
              THRU 0050-SCREEN-LIMITS-END.
           PERFORM 0150-LOAD-CLAIMS-BEGIN
              THRU 0150-LOAD-CLAIMS-END.

           END-PERFORM.
           GOBACK.

       0050-SCREEN-LIMITS-BEGIN.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE "CLMSCR-START-DAYS" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                   TO WS-SCR-START-DAYS
           END-IF.
           MOVE "CLMSCR-FREQ-DAYS" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                   TO WS-SCR-FREQ-DAYS
           END-IF.
           MOVE "CLMSCR-FREQ-COUNT" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                   TO WS-SCR-FREQ-COUNT
           END-IF.
           MOVE "CLMSCR-AMOUNT-PCT" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                   TO WS-SCR-AMOUNT-PCT
           END-IF.
       0050-SCREEN-LIMITS-END.

      * The whole claim history resolved to one state per claim ID :
      * a later row overwrites the earlier one, legacy rows without a
      * status each become their own settled claim. The highest ID
                   MOVE 0 TO WS-CLM-ID(WS-CLM-TBL-SIZE)
                   MOVE CLM-CODE TO WS-CLM-CODE(WS-CLM-TBL-SIZE)
                   MOVE CLM-DATE TO WS-CLM-DATE(WS-CLM-TBL-SIZE)
                   MOVE CLM-DATE TO WS-CLM-OPENED(WS-CLM-TBL-SIZE)
                   MOVE "SETTLED" TO WS-CLM-STATE(WS-CLM-TBL-SIZE)
                   COMPUTE WS-CLM-AMOUNT(WS-CLM-TBL-SIZE) =
                       FUNCTION NUMVAL(CLM-AMOUNT)
                   MOVE WS-CLM-AMOUNT(WS-CLM-TBL-SIZE)
                       TO WS-CLM-PAID(WS-CLM-TBL-SIZE)
               END-IF
               GO TO 0160-FILE-ONE-ROW-END
           END-IF.
               ADD 1 TO WS-CLM-TBL-SIZE
               MOVE WS-CLM-TBL-SIZE TO WS-CLM-FOUND-IDX
               MOVE CLM-ID TO WS-CLM-ID(WS-CLM-FOUND-IDX)
               MOVE 0 TO WS-CLM-PAID(WS-CLM-FOUND-IDX)
               MOVE CLM-DATE TO WS-CLM-OPENED(WS-CLM-FOUND-IDX)
           END-IF.
           MOVE CLM-CODE TO WS-CLM-CODE(WS-CLM-FOUND-IDX).
           MOVE CLM-DATE TO WS-CLM-DATE(WS-CLM-FOUND-IDX).
           MOVE CLM-STATUS TO WS-CLM-STATE(WS-CLM-FOUND-IDX).
           COMPUTE WS-CLM-AMOUNT(WS-CLM-FOUND-IDX) =
               FUNCTION NUMVAL(CLM-AMOUNT).
      * Paid so far : the row says so when money has moved through
      * the payment run, a SETTLED row without it paid its amount,
      * anything else leaves what was paid before.
           IF CLM-PAID NOT EQUAL SPACE THEN
               COMPUTE WS-CLM-PAID(WS-CLM-FOUND-IDX) =
                   FUNCTION NUMVAL(CLM-PAID)
           ELSE
               IF CLM-STATUS EQUAL "SETTLED" THEN
                   MOVE WS-CLM-AMOUNT(WS-CLM-FOUND-IDX)
                       TO WS-CLM-PAID(WS-CLM-FOUND-IDX)
               END-IF
           END-IF.
       0160-FILE-ONE-ROW-END.

       0200-OPEN-CLAIM-BEGIN.
               MOVE WS-SEQ-NEXT TO WS-NEXT-CLM-ID
           END-IF.
           MOVE WS-NEXT-CLM-ID TO WS-ENTRY-CLM-ID.
      * A claim the screen flags goes on file as REVIEW : on record,
      * but with no reserve anyone counts until a supervisor clears
      * it.
           PERFORM 0500-SCREEN-CLAIM-BEGIN
              THRU 0500-SCREEN-CLAIM-END.
           IF WS-SCR-REASON-CNT > 0 THEN
               MOVE "REVIEW" TO WS-ENTRY-STATE
           ELSE
               MOVE "OPEN" TO WS-ENTRY-STATE
           END-IF.
           MOVE 0 TO WS-ENTRY-PAYMENT.
           MOVE 0 TO WS-ENTRY-PAID.
           PERFORM 0280-APPEND-ROW-BEGIN
              THRU 0280-APPEND-ROW-END.
           ADD 1 TO WS-NEXT-CLM-ID.
           IF WS-SCR-REASON-CNT > 0 THEN
               PERFORM 0590-QUEUE-REVIEW-BEGIN
                  THRU 0590-QUEUE-REVIEW-END
               DISPLAY "Claim " WS-ENTRY-CLM-ID " held for review : "
                   FUNCTION TRIM(WS-SCR-REASON-LIST)
                   " - no reserve until a supervisor clears it in "
                   "clmrevw."
           ELSE
               DISPLAY "Claim " WS-ENTRY-CLM-ID " opened with a "
                   "reserve of " WS-ENTRY-AMOUNT "."
           END-IF.
       0200-OPEN-CLAIM-END.

      * One sequential scan of the policy file answers "does this
                   NOT AT END
                       IF ISR-IN-RCD(1:9) EQUAL WS-ENTRY-CODE THEN
                           SET WS-POL-FOUND-TRUE TO TRUE
                           MOVE ISR-IN-RCD TO WS-POL-ROW
                           SET WS-EOF-TRUE TO TRUE
                       END-IF
               END-READ

      * Every later event is another dated row for the same claim ID:
      * REVISED with a new reserve, SETTLED with the paid amount, or
      * CLOSED without payment. A claim the payment run has paid in
      * part (PARTIAL) carries what it paid into every later row.
       0250-STATUS-CLAIM-BEGIN.
           DISPLAY "Claim ID : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CLM-ID.
               WS-CLM-CODE(WS-CLM-FOUND-IDX) " is "
               WS-CLM-STATE(WS-CLM-FOUND-IDX) " at "
               WS-CLM-AMOUNT(WS-CLM-FOUND-IDX) ".".
           MOVE WS-CLM-PAID(WS-CLM-FOUND-IDX) TO WS-ENTRY-PAID.
           MOVE 0 TO WS-ENTRY-PAYMENT.
           IF WS-CLM-STATE(WS-CLM-FOUND-IDX) EQUAL "PARTIAL" THEN
               DISPLAY "Already paid through the payment run : "
                   WS-ENTRY-PAID "."
           END-IF.
           IF WS-CLM-STATE(WS-CLM-FOUND-IDX) EQUAL "SETTLED" OR
              WS-CLM-STATE(WS-CLM-FOUND-IDX) EQUAL "CLOSED" THEN
               DISPLAY "Claim is finished - no further status."
               GO TO 0250-STATUS-CLAIM-END
           END-IF.
           IF WS-CLM-STATE(WS-CLM-FOUND-IDX) EQUAL "REVIEW" THEN
               DISPLAY "Claim is held for review - clmrevw clears "
                   "or declines it first."
               GO TO 0250-STATUS-CLAIM-END
           END-IF.

           DISPLAY "New status (R=revised, S=settled, C=closed) : "
               WITH NO ADVANCING.
                   MOVE "REVISED" TO WS-ENTRY-STATE
                   DISPLAY "New reserve : " WITH NO ADVANCING
                   ACCEPT WS-ENTRY-AMOUNT
      * A settled amount is everything the claim cost : what the
      * payment run paid already plus what is paid now.
               WHEN "S"
                   MOVE "SETTLED" TO WS-ENTRY-STATE
                   DISPLAY "Amount paid : " WITH NO ADVANCING
                   ACCEPT WS-ENTRY-PAYMENT
                   ADD WS-ENTRY-PAYMENT TO WS-ENTRY-PAID
                   MOVE WS-ENTRY-PAID TO WS-ENTRY-AMOUNT
      * Closing a claim that has had money cannot say nothing was
      * paid : it settles at what was paid and releases the rest.
               WHEN "C"
                   IF WS-ENTRY-PAID > 0 THEN
                       MOVE "SETTLED" TO WS-ENTRY-STATE
                       MOVE WS-ENTRY-PAID TO WS-ENTRY-AMOUNT
                       DISPLAY "Paid in part already - settled at "
                           "the amount paid."
                   ELSE
                       MOVE "CLOSED" TO WS-ENTRY-STATE
                       MOVE 0 TO WS-ENTRY-AMOUNT
                   END-IF
               WHEN OTHER
                   DISPLAY "Not a status - nothing written."
                   GO TO 0250-STATUS-CLAIM-END
           MOVE WS-ENTRY-DESC   TO CLM-DESC.
           MOVE WS-ENTRY-CLM-ID TO CLM-ID.
           MOVE WS-ENTRY-STATE  TO CLM-STATUS.
           IF WS-ENTRY-PAID > 0 OR WS-ENTRY-PAYMENT > 0 THEN
               MOVE WS-ENTRY-PAYMENT TO CLM-PAYMENT
               MOVE WS-ENTRY-PAID TO CLM-PAID
           END-IF.
           WRITE CLM-RECORD.
           CLOSE CLAIMS-FILE.
           ADD 1 TO WS-CLAIMS-ADDED.
               ADD 1 TO WS-CLM-TBL-SIZE
               MOVE WS-CLM-TBL-SIZE TO WS-CLM-FOUND-IDX
               MOVE WS-ENTRY-CLM-ID TO WS-CLM-ID(WS-CLM-FOUND-IDX)
               MOVE WS-ENTRY-DATE TO WS-CLM-OPENED(WS-CLM-FOUND-IDX)
           END-IF.
           IF WS-CLM-FOUND-IDX > 0 THEN
               MOVE WS-ENTRY-CODE TO WS-CLM-CODE(WS-CLM-FOUND-IDX)
               MOVE WS-ENTRY-STATE TO WS-CLM-STATE(WS-CLM-FOUND-IDX)
               MOVE WS-ENTRY-AMOUNT
                   TO WS-CLM-AMOUNT(WS-CLM-FOUND-IDX)
               MOVE WS-ENTRY-PAID TO WS-CLM-PAID(WS-CLM-FOUND-IDX)
           END-IF.
       0280-APPEND-ROW-END.

      * Incurred - open and revised reserves plus settled paid, and
      * on a claim paid in part both what was paid and what is still
      * reserved; a claim held for review has no reserve yet -
      * against the policy Amount column, per contract and across
      * the book. Today's ratio no longer looks great right up until
      * the big open claim settles.
               IF WS-CLM-CODE(WS-CLM-IDX) EQUAL ISR-IN-RCD(1:9) THEN
                   MOVE 1 TO WS-CLM-SEEN(WS-CLM-IDX)
                   IF WS-CLM-STATE(WS-CLM-IDX) NOT EQUAL "CLOSED"
                      AND WS-CLM-STATE(WS-CLM-IDX) NOT EQUAL "REVIEW"
                       ADD WS-CLM-AMOUNT(WS-CLM-IDX)
                           TO WS-POLICY-INCURRED
                   END-IF
                   IF WS-CLM-STATE(WS-CLM-IDX) EQUAL "PARTIAL"
                       ADD WS-CLM-PAID(WS-CLM-IDX)
                           TO WS-POLICY-INCURRED
                   END-IF
               END-IF
           END-PERFORM.

           WRITE RPT-OUT-RCD.
       0310-ONE-POLICY-END.

      * Every claim still OPEN, REVISED or PARTIAL, with the reserve
      * left on it, per contract code.
       0400-OUTSTANDING-BEGIN.
           MOVE 0 TO WS-OPEN-RESERVE-TOT.
           MOVE 0 TO WS-OPEN-CNT.
           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLM-TBL-SIZE
               IF WS-CLM-STATE(WS-CLM-IDX) EQUAL "OPEN" OR
                  WS-CLM-STATE(WS-CLM-IDX) EQUAL "REVISED" OR
                  WS-CLM-STATE(WS-CLM-IDX) EQUAL "PARTIAL" THEN
                   MOVE WS-CLM-ID(WS-CLM-IDX) TO WS-OUT-CLM-ID
                   MOVE WS-CLM-CODE(WS-CLM-IDX) TO WS-OUT-CODE
                   MOVE WS-CLM-STATE(WS-CLM-IDX) TO WS-OUT-STATE
           DISPLAY WS-OPEN-CNT " open claim(s) in "
               "output/outstanding-claims.txt.".
       0400-OUTSTANDING-END.

      * The red flags on a new claim, each test in its own paragraph
      * and none of them stopping the others : the supervisor sees
      * every reason at once.
       0500-SCREEN-CLAIM-BEGIN.
           MOVE 0 TO WS-SCR-REASON-CNT.
           MOVE SPACES TO WS-SCR-REASONS.
           MOVE SPACES TO WS-SCR-REASON-LIST.
           MOVE 1 TO WS-SCR-LIST-PTR.
           COMPUTE WS-SCR-CLAIM-INT =
               FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE).
           PERFORM 0510-SCREEN-START-BEGIN
              THRU 0510-SCREEN-START-END.
           PERFORM 0520-SCREEN-ARREARS-BEGIN
              THRU 0520-SCREEN-ARREARS-END.
           PERFORM 0530-SCREEN-FREQUENCY-BEGIN
              THRU 0530-SCREEN-FREQUENCY-END.
           PERFORM 0540-SCREEN-AMOUNT-BEGIN
              THRU 0540-SCREEN-AMOUNT-END.
           PERFORM 0550-SCREEN-HOLDER-BEGIN
              THRU 0550-SCREEN-HOLDER-END.
       0500-SCREEN-CLAIM-END.

      * The policy carries its start as MM/YYYY (97:7); the first of
      * that month stands for the day cover began. A claim dated
      * before it is as suspect as one just after.
       0510-SCREEN-START-BEGIN.
           IF WS-POL-ROW(97:2) IS NOT NUMERIC OR
              WS-POL-ROW(100:4) IS NOT NUMERIC THEN
               GO TO 0510-SCREEN-START-END
           END-IF.
           IF WS-POL-ROW(97:2) < "01" OR WS-POL-ROW(97:2) > "12" THEN
               GO TO 0510-SCREEN-START-END
           END-IF.
           MOVE WS-POL-ROW(100:4) TO WS-SCR-START-YYYY.
           MOVE WS-POL-ROW(97:2) TO WS-SCR-START-MM.
           MOVE "01" TO WS-SCR-START-DD.
           COMPUTE WS-SCR-OTHER-INT =
               FUNCTION INTEGER-OF-DATE(WS-SCR-START-DATE).
           COMPUTE WS-SCR-GAP = WS-SCR-CLAIM-INT - WS-SCR-OTHER-INT.
           IF WS-SCR-GAP < WS-SCR-START-DAYS THEN
               MOVE "START" TO WS-SCR-NEW-REASON
               PERFORM 0580-ADD-REASON-BEGIN
                  THRU 0580-ADD-REASON-END
           END-IF.
       0510-SCREEN-START-END.

      * The arrears report as the last arrears run left it : one
      * detail line per unpaid invoice, contract code at (15:9). No
      * report, no test.
       0520-SCREEN-ARREARS-BEGIN.
           SET WS-SCR-HIT-FALSE TO TRUE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ARREARS-REPORT-INPUT.
           IF NOT WS-ARR-STATUS-OK THEN
               GO TO 0520-SCREEN-ARREARS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ ARREARS-REPORT-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF ARR-IN-RCD(1:8) EQUAL "Invoice " AND
                          ARR-IN-RCD(15:9) EQUAL WS-ENTRY-CODE THEN
                           SET WS-SCR-HIT-TRUE TO TRUE
                           SET WS-EOF-TRUE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARREARS-REPORT-INPUT.
           SET WS-EOF-FALSE TO TRUE.
           IF WS-SCR-HIT-TRUE THEN
               MOVE "ARREAR" TO WS-SCR-NEW-REASON
               PERFORM 0580-ADD-REASON-BEGIN
                  THRU 0580-ADD-REASON-END
           END-IF.
       0520-SCREEN-ARREARS-END.

      * Every claim ever reported on the contract - declined ones
      * too - within the window either side of this one's date,
      * counting this one.
       0530-SCREEN-FREQUENCY-BEGIN.
           MOVE 1 TO WS-SCR-NEAR-CNT.
           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLM-TBL-SIZE
               IF WS-CLM-CODE(WS-CLM-IDX) EQUAL WS-ENTRY-CODE THEN
                   COMPUTE WS-SCR-OTHER-INT = FUNCTION
                       INTEGER-OF-DATE(WS-CLM-OPENED(WS-CLM-IDX))
                   COMPUTE WS-SCR-GAP =
                       WS-SCR-CLAIM-INT - WS-SCR-OTHER-INT
                   IF WS-SCR-GAP < 0 THEN
                       COMPUTE WS-SCR-GAP = 0 - WS-SCR-GAP
                   END-IF
                   IF WS-SCR-GAP <= WS-SCR-FREQ-DAYS THEN
                       ADD 1 TO WS-SCR-NEAR-CNT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SCR-NEAR-CNT >= WS-SCR-FREQ-COUNT THEN
               MOVE "FREQ" TO WS-SCR-NEW-REASON
               PERFORM 0580-ADD-REASON-BEGIN
                  THRU 0580-ADD-REASON-END
           END-IF.
       0530-SCREEN-FREQUENCY-END.

       0540-SCREEN-AMOUNT-BEGIN.
           COMPUTE WS-SCR-POL-AMOUNT =
               FUNCTION NUMVAL(WS-POL-ROW(113:9)).
           IF WS-SCR-POL-AMOUNT EQUAL 0 THEN
               GO TO 0540-SCREEN-AMOUNT-END
           END-IF.
           IF WS-ENTRY-AMOUNT * 100 >=
              WS-SCR-POL-AMOUNT * WS-SCR-AMOUNT-PCT THEN
               MOVE "AMOUNT" TO WS-SCR-NEW-REASON
               PERFORM 0580-ADD-REASON-BEGIN
                  THRU 0580-ADD-REASON-END
           END-IF.
       0540-SCREEN-AMOUNT-END.

      * The policyholder's name (40:55) on any other contract that
      * already has a claim against it.
       0550-SCREEN-HOLDER-BEGIN.
           MOVE WS-POL-ROW(40:55) TO WS-SCR-HOLDER.
           IF WS-SCR-HOLDER EQUAL SPACE THEN
               GO TO 0550-SCREEN-HOLDER-END
           END-IF.
           SET WS-SCR-HIT-FALSE TO TRUE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT INSURANCE-INPUT.
           IF NOT WS-F-STATUS-OK THEN
               GO TO 0550-SCREEN-HOLDER-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ INSURANCE-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF ISR-IN-RCD(40:55) EQUAL WS-SCR-HOLDER AND
                          ISR-IN-RCD(1:9) NOT EQUAL WS-ENTRY-CODE THEN
                           PERFORM 0560-HOLDER-CLAIMS-BEGIN
                              THRU 0560-HOLDER-CLAIMS-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INSURANCE-INPUT.
           SET WS-EOF-FALSE TO TRUE.
           IF WS-SCR-HIT-TRUE THEN
               MOVE "CLIENT" TO WS-SCR-NEW-REASON
               PERFORM 0580-ADD-REASON-BEGIN
                  THRU 0580-ADD-REASON-END
           END-IF.
       0550-SCREEN-HOLDER-END.

       0560-HOLDER-CLAIMS-BEGIN.
           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLM-TBL-SIZE
               IF WS-CLM-CODE(WS-CLM-IDX) EQUAL ISR-IN-RCD(1:9) THEN
                   SET WS-SCR-HIT-TRUE TO TRUE
                   SET WS-EOF-TRUE TO TRUE
               END-IF
           END-PERFORM.
       0560-HOLDER-CLAIMS-END.

       0580-ADD-REASON-BEGIN.
           IF WS-SCR-REASON-CNT < 5 THEN
               ADD 1 TO WS-SCR-REASON-CNT
               MOVE WS-SCR-NEW-REASON
                   TO WS-SCR-REASON(WS-SCR-REASON-CNT)
               STRING WS-SCR-NEW-REASON DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-SCR-REASON-LIST
                   WITH POINTER WS-SCR-LIST-PTR
               END-STRING
           END-IF.
       0580-ADD-REASON-END.

      * The review row carries the reserve asked for, so clearing
      * the claim needs nothing re-keyed.
       0590-QUEUE-REVIEW-BEGIN.
           OPEN EXTEND CLAIM-REVIEW-FILE.
           IF NOT WS-CRV-STATUS-OK THEN
               OPEN OUTPUT CLAIM-REVIEW-FILE
           END-IF.
           MOVE SPACES TO CRV-RECORD.
           MOVE WS-ENTRY-CLM-ID TO CRV-CLM-ID.
           MOVE WS-ENTRY-CODE TO CRV-CODE.
           MOVE WS-ENTRY-DATE TO CRV-CLM-DATE.
           MOVE WS-ENTRY-AMOUNT TO CRV-AMOUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CRV-FLAG-DATE.
           MOVE WS-OPERATOR-ID TO CRV-FLAG-OPER.
           PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
                   UNTIL WS-SCR-IDX > WS-SCR-REASON-CNT
               MOVE WS-SCR-REASON(WS-SCR-IDX)
                   TO CRV-REASON(WS-SCR-IDX)
           END-PERFORM.
           SET CRV-STATUS-FLAGGED TO TRUE.
           MOVE 0 TO CRV-DEC-DATE.
           WRITE CRV-RECORD.
           CLOSE CLAIM-REVIEW-FILE.
       0590-QUEUE-REVIEW-END.
