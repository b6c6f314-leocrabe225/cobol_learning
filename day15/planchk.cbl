       IDENTIFICATION DIVISION.
       PROGRAM-ID. planchk.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One reading of the instalment plans for everyone who needs
      * it : dunning and latefee leave a client with a running plan
      * alone, planrpt reports kept against broken, planmaint will
      * not set up a second plan over a running one. Nothing is
      * written back - kept and broken come from the cash each time,
      * so the answer is never older than the last paycheck run.
           SELECT PLANS-INPUT
               ASSIGN TO "data/plans-echeances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLN-STATUS.

      * Edited payments only, as dunning reads them.
           SELECT PAYMENTS-INPUT
               ASSIGN TO "output/paiements-clean.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PLANS-INPUT.
       COPY planrcd.

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
      * "A" applies cash already held on account : no new money, so
      * it pays no instalment. Nor does a bad debt written off
      * (source "W").
           05 FILLER               PIC X(01).
           05 PAY-IN-RCPT-NO       PIC X(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-KIND          PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-PLN-STATUS               PIC X(02).
           88 WS-PLN-STATUS-OK                  VALUE "00".
       01 WS-PAY-STATUS               PIC X(02).
           88 WS-PAY-STATUS-OK                  VALUE "00".

       77 WS-IDX                      PIC 9(03).
       77 WS-CUR-IDX                  PIC 9(03).
       77 WS-INST-IDX                 PIC 9(02).
       77 WS-PAY-AMT                  PIC S9(07)V99.
       77 WS-CUM-DUE                  PIC 9(07)V99.

       LINKAGE SECTION.
       01 LK-RUN-DATE                 PIC 9(08).
       COPY plntbl REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING
                                LK-RUN-DATE,
                                LK-PLN-TBL.
           MOVE 0 TO LK-PLN-CNT.
           MOVE 0 TO LK-PLN-OVERFLOW.
           PERFORM 0100-LOAD-PLANS-BEGIN
              THRU 0100-LOAD-PLANS-END.
           IF LK-PLN-CNT EQUAL 0 THEN
               EXIT PROGRAM
           END-IF.
           PERFORM 0200-FOLD-PAYMENTS-BEGIN
              THRU 0200-FOLD-PAYMENTS-END.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > LK-PLN-CNT
               PERFORM 0300-JUDGE-PLAN-BEGIN
                  THRU 0300-JUDGE-PLAN-END
           END-PERFORM.
           EXIT PROGRAM.

      * No plan file is no plan at all. Instalment rows follow their
      * header; past the table's slots a whole plan is left out and
      * counted, never half of one.
       0100-LOAD-PLANS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           MOVE 0 TO WS-CUR-IDX.
           OPEN INPUT PLANS-INPUT.
           IF NOT WS-PLN-STATUS-OK THEN
               GO TO 0100-LOAD-PLANS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ PLANS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF PLN-TYPE-HEADER THEN
                           PERFORM 0110-ONE-HEADER-BEGIN
                              THRU 0110-ONE-HEADER-END
                       ELSE
                           PERFORM 0120-ONE-INSTALMENT-BEGIN
                              THRU 0120-ONE-INSTALMENT-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLANS-INPUT.
       0100-LOAD-PLANS-END.

       0110-ONE-HEADER-BEGIN.
           IF LK-PLN-CNT >= 200 THEN
               ADD 1 TO LK-PLN-OVERFLOW
               MOVE 0 TO WS-CUR-IDX
               GO TO 0110-ONE-HEADER-END
           END-IF.
           ADD 1 TO LK-PLN-CNT.
           MOVE LK-PLN-CNT TO WS-CUR-IDX.
           MOVE PLN-NO     TO LK-PLN-NO(WS-CUR-IDX).
           MOVE PLN-CLI-ID TO LK-PLN-CLI-ID(WS-CUR-IDX).
           MOVE PLN-DATE   TO LK-PLN-AGREED(WS-CUR-IDX).
           MOVE PLN-AMT    TO LK-PLN-TOTAL(WS-CUR-IDX).
           MOVE PLN-LEVEL  TO LK-PLN-LEVEL(WS-CUR-IDX).
           MOVE 0 TO LK-PLN-PAID(WS-CUR-IDX).
           MOVE 0 TO LK-PLN-DUE(WS-CUR-IDX).
           MOVE 0 TO LK-PLN-MISSED(WS-CUR-IDX).
           MOVE 0 TO LK-PLN-LAST-PAY(WS-CUR-IDX).
           MOVE 0 TO LK-PLN-INST-CNT(WS-CUR-IDX).
      * Cancelled after the run date, it was still running then.
           IF PLN-STATUS-CANCELLED AND
              PLN-CLOSE-DATE NOT > LK-RUN-DATE THEN
               SET LK-PLN-STATE-CANCELLED(WS-CUR-IDX) TO TRUE
               MOVE PLN-CLOSE-DATE TO LK-PLN-STATE-DATE(WS-CUR-IDX)
           ELSE
               SET LK-PLN-STATE-RUNNING(WS-CUR-IDX) TO TRUE
               MOVE PLN-DATE TO LK-PLN-STATE-DATE(WS-CUR-IDX)
           END-IF.
       0110-ONE-HEADER-END.

       0120-ONE-INSTALMENT-BEGIN.
           IF WS-CUR-IDX EQUAL 0 THEN
               GO TO 0120-ONE-INSTALMENT-END
           END-IF.
           IF PLN-NO NOT EQUAL LK-PLN-NO(WS-CUR-IDX) OR
              LK-PLN-INST-CNT(WS-CUR-IDX) >= 24 THEN
               GO TO 0120-ONE-INSTALMENT-END
           END-IF.
           ADD 1 TO LK-PLN-INST-CNT(WS-CUR-IDX).
           MOVE LK-PLN-INST-CNT(WS-CUR-IDX) TO WS-INST-IDX.
           MOVE PLN-DATE
               TO LK-PLN-INST-DATE(WS-CUR-IDX, WS-INST-IDX).
           MOVE PLN-AMT
               TO LK-PLN-INST-AMT(WS-CUR-IDX, WS-INST-IDX).
           MOVE 0 TO LK-PLN-INST-PAID(WS-CUR-IDX, WS-INST-IDX).
       0120-ONE-INSTALMENT-END.

      * New cash only, from the day the plan was agreed to the run
      * date : whatever order it settled, it went toward the plan.
      * A bounced cheque takes its amount back off.
       0200-FOLD-PAYMENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PAYMENTS-INPUT.
           IF NOT WS-PAY-STATUS-OK THEN
               GO TO 0200-FOLD-PAYMENTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ PAYMENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF PAY-IN-KIND NOT EQUAL "A" AND
                          PAY-IN-SOURCE NOT EQUAL "W" AND
                          PAY-IN-CLI-ID > 0 AND
                          PAY-IN-DATE NOT > LK-RUN-DATE THEN
                           PERFORM 0210-ONE-PAYMENT-BEGIN
                              THRU 0210-ONE-PAYMENT-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENTS-INPUT.
       0200-FOLD-PAYMENTS-END.

       0210-ONE-PAYMENT-BEGIN.
           IF PAY-IN-RVSL EQUAL "R" THEN
               COMPUTE WS-PAY-AMT = 0 - PAY-IN-AMT
           ELSE
               MOVE PAY-IN-AMT TO WS-PAY-AMT
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > LK-PLN-CNT
               IF LK-PLN-CLI-ID(WS-IDX) EQUAL PAY-IN-CLI-ID AND
                  PAY-IN-DATE NOT < LK-PLN-AGREED(WS-IDX) AND
                  NOT LK-PLN-STATE-CANCELLED(WS-IDX) THEN
                   ADD WS-PAY-AMT TO LK-PLN-PAID(WS-IDX)
                   IF PAY-IN-RVSL NOT EQUAL "R" AND
                      PAY-IN-DATE > LK-PLN-LAST-PAY(WS-IDX) THEN
                       MOVE PAY-IN-DATE TO LK-PLN-LAST-PAY(WS-IDX)
                   END-IF
                   PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                           UNTIL WS-INST-IDX > LK-PLN-INST-CNT(WS-IDX)
                       IF PAY-IN-DATE NOT >
                          LK-PLN-INST-DATE(WS-IDX, WS-INST-IDX) THEN
                           ADD WS-PAY-AMT TO
                               LK-PLN-INST-PAID(WS-IDX, WS-INST-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       0210-ONE-PAYMENT-END.

      * An instalment is missed when its due date has gone by and
      * the cash in by that date falls short of every instalment due
      * so far : the first such one breaks the plan for good, from
      * the day after, even if the client catches up later. A plan
      * paid in full without a miss is kept, on the day of the last
      * payment.
       0300-JUDGE-PLAN-BEGIN.
           IF LK-PLN-STATE-CANCELLED(WS-IDX) THEN
               GO TO 0300-JUDGE-PLAN-END
           END-IF.
           MOVE 0 TO WS-CUM-DUE.
           PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                   UNTIL WS-INST-IDX > LK-PLN-INST-CNT(WS-IDX)
               ADD LK-PLN-INST-AMT(WS-IDX, WS-INST-IDX) TO WS-CUM-DUE
               IF LK-PLN-INST-DATE(WS-IDX, WS-INST-IDX) NOT >
                  LK-RUN-DATE THEN
                   MOVE WS-CUM-DUE TO LK-PLN-DUE(WS-IDX)
               END-IF
               IF LK-PLN-INST-DATE(WS-IDX, WS-INST-IDX) <
                  LK-RUN-DATE AND
                  LK-PLN-INST-PAID(WS-IDX, WS-INST-IDX) < WS-CUM-DUE
                  AND LK-PLN-STATE-RUNNING(WS-IDX) THEN
                   SET LK-PLN-STATE-BROKEN(WS-IDX) TO TRUE
                   COMPUTE LK-PLN-STATE-DATE(WS-IDX) =
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                       LK-PLN-INST-DATE(WS-IDX, WS-INST-IDX)) + 1)
                   MOVE WS-INST-IDX TO LK-PLN-MISSED(WS-IDX)
               END-IF
           END-PERFORM.
           IF LK-PLN-STATE-RUNNING(WS-IDX) AND
              LK-PLN-PAID(WS-IDX) >= LK-PLN-TOTAL(WS-IDX) THEN
               SET LK-PLN-STATE-KEPT(WS-IDX) TO TRUE
               MOVE LK-PLN-LAST-PAY(WS-IDX)
                   TO LK-PLN-STATE-DATE(WS-IDX)
           END-IF.
       0300-JUDGE-PLAN-END.
