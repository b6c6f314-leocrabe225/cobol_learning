               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

      * Where each step of the chain got to, the same checkpoint idea
      * as assur.cbl's 0410/0420 but at chain level : a rerun runs
      * again only the steps that failed or were skipped because of
      * a failure, and leaves alone everything that already ran.
           SELECT CHAIN-CHECKPOINT
               ASSIGN TO "output/nightrun-checkpoint.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

      * The step schedule : one step per line with its frequency
      * (DAILY / WEEKLY / MONTHEND, or a day of the week such as MON
      * for a step pinned to that day), so adding a step to the night
      * is a data change. Up to four steps it depends on may follow :
      * when one of them fails the step is skipped, and only then.
      * Missing file : the compiled-in steps run daily.
           SELECT STEPS-INPUT
               ASSIGN TO "data/nightrun-steps.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

      * The end-of-chain summary, one line per step, for whoever
      * looks at the night in the morning.
           SELECT SUMMARY-OUTPUT
               ASSIGN TO "output/nightrun-summary.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD JOB-LOG-OUTPUT.
       01 LOG-OUT-RCD             PIC X(80).

      * One line per step in schedule order. A file holding a bare
      * two-digit step number was written before steps had states :
      * the steps up to that number count as done.
       FD CHAIN-CHECKPOINT.
       01 CKPT-RCD.
           05 CKPT-STEP           PIC X(08).
           05 FILLER              PIC X(01).
           05 CKPT-STATE          PIC X(01).
           05 FILLER              PIC X(01).
           05 CKPT-RC             PIC 9(04).
           05 FILLER              PIC X(01).
           05 CKPT-CAUSE          PIC X(08).

       FD STEPS-INPUT.
       01 STP-RECORD.
           05 STP-NAME            PIC X(08).
           05 FILLER              PIC X(01).
           05 STP-FREQ            PIC X(08).
           05 STP-DEP OCCURS 4 TIMES.
               10 FILLER          PIC X(01).
               10 STP-DEP-NAME    PIC X(08).

       FD SUMMARY-OUTPUT.
       01 SUM-OUT-RCD             PIC X(80).

       FD CALENDAR-INPUT.
       01 CAL-RECORD.
      * The compiled-in fallback : the nightly sequence in the order
      * the operator used to type it, every step daily. The control
      * file, when present, replaces this table entirely.
      * paramchk goes first and every step depends on it : a bad
      * tuning file stops the chain before any step trusts a silent
      * default. stogen raises the night's standing orders next, so
      * ordcheck and the reports after it see them like any keyed
      * order. integchk then checks the links between the files, and
      * the reports that join them wait on it (paramchk comes along
      * through it). paycheck edits the payments as ordcheck does the
      * orders, and balrecon rebuilds the client balance file from
      * both clean files before any report reads it. Each entry is
      * the step and up to two it depends on.
       01 WS-DEFAULT-TBL.
           05 FILLER              PIC X(24) VALUE "paramchk".
           05 FILLER              PIC X(24) VALUE "stogen  paramchk".
           05 FILLER              PIC X(24) VALUE
               "ordcheckparamchkstogen".
           05 FILLER              PIC X(24) VALUE
               "paycheckparamchkstogen".
           05 FILLER              PIC X(24) VALUE "integchkparamchk".
           05 FILLER              PIC X(24) VALUE
               "balreconordcheckpaycheck".
           05 FILLER              PIC X(24) VALUE
               "cliorderordcheckintegchk".
           05 FILLER              PIC X(24) VALUE "outofstointegchk".
           05 FILLER              PIC X(24) VALUE "success integchk".
           05 FILLER              PIC X(24) VALUE "assur   integchk".
           05 FILLER              PIC X(24) VALUE "eodsum  integchk".
           05 FILLER              PIC X(24) VALUE
               "distrib paramchkeodsum".
       01 WS-DEFAULT-TBL-R REDEFINES WS-DEFAULT-TBL.
           05 WS-DEFAULT OCCURS 12 TIMES.
               10 WS-DEFAULT-NAME     PIC X(08).
               10 WS-DEFAULT-DEP      PIC X(08) OCCURS 2 TIMES.

      * State of each step tonight : space not reached yet, "O" ran
      * clean, "W" ran with a warning, "F" failed, "S" skipped
      * because a step it depends on failed (WS-STEP-CAUSE names
      * the failed step at the root), "N" not due tonight.
       01 WS-STEP-TBL.
           05 WS-STEP OCCURS 20 TIMES.
               10 WS-STEP-NAME    PIC X(08).
               10 WS-STEP-FREQ    PIC X(08).
               10 WS-STEP-DEP     PIC X(08) OCCURS 4 TIMES.
               10 WS-STEP-STATE   PIC X(01).
               10 WS-STEP-END-RC  PIC 9(04).
               10 WS-STEP-CAUSE   PIC X(08).
               10 WS-STEP-EARLIER PIC 9(01).
       77 WS-STEP-CNT             PIC 9(02) VALUE 0.
       77 WS-STEP-IDX             PIC 9(02).

       77 WS-MONTH-END            PIC 9(01) VALUE 0.
           88 WS-MONTH-END-TRUE            VALUE 1.
           88 WS-MONTH-END-FALSE           VALUE 0.
      * Day-of-week frequencies, in WS-DAY-OF-WEEK order.
       01 WS-DAY-NAMES            PIC X(21) VALUE
           "MONTUEWEDTHUFRISATSUN".
       01 WS-DAY-NAMES-R REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME         PIC X(03) OCCURS 7 TIMES.
       77 WS-DAY-IDX              PIC 9(01).
       77 WS-DAY-FOUND            PIC 9(01).
       77 WS-STEP-DUE             PIC 9(01).
           88 WS-STEP-DUE-TRUE             VALUE 1.
           88 WS-STEP-DUE-FALSE            VALUE 0.

       77 WS-CKPT-LAST-STEP       PIC 9(02) VALUE 0.
       77 WS-CKPT-IDX             PIC 9(02).
       77 WS-CKPT-CARRIED         PIC 9(02) VALUE 0.
       77 WS-DEP-IDX              PIC 9(01).
       77 WS-DEP-STEP-IDX         PIC 9(02).
       77 WS-RAN-CNT              PIC 9(02) VALUE 0.
       77 WS-FAILED-CNT           PIC 9(02) VALUE 0.
       77 WS-SKIPPED-CNT          PIC 9(02) VALUE 0.
       77 WS-NOT-DUE-CNT          PIC 9(02) VALUE 0.
       77 WS-CHAIN-FAILED         PIC 9(01) VALUE 0.
           88 WS-CHAIN-FAILED-TRUE          VALUE 1.
           88 WS-CHAIN-FAILED-FALSE         VALUE 0.
           05 WS-LOG-EVENT        PIC X(08).
           05 FILLER              PIC X(05) VALUE " rc=".
           05 WS-LOG-RC           PIC 9(04).
           05 WS-LOG-NOTE         PIC X(30) VALUE SPACES.

       01 WS-SUM-LINE.
           05 WS-SUM-IDX          PIC Z9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SUM-STEP         PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SUM-OUTCOME      PIC X(40).

       PROCEDURE DIVISION.
           PERFORM 0050-LOAD-CALENDAR-BEGIN
           PERFORM 0100-LOAD-CHECKPOINT-BEGIN
              THRU 0100-LOAD-CHECKPOINT-END.

           IF WS-CKPT-CARRIED > 0 THEN
               DISPLAY "Resuming the chain : " WS-CKPT-CARRIED
                   " step(s) already done, rerunning the failed "
                   "branch only."
           END-IF.

      * A failed step stops only the steps that depend on it, the
      * rest of the night carries on.
           SET WS-CHAIN-FAILED-FALSE TO TRUE.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-CNT
               IF WS-STEP-STATE(WS-STEP-IDX) EQUAL SPACE THEN
                   PERFORM 0070-CHECK-DUE-BEGIN
                      THRU 0070-CHECK-DUE-END
                   IF WS-STEP-DUE-TRUE THEN
                       PERFORM 0080-CHECK-DEPENDS-BEGIN
                          THRU 0080-CHECK-DEPENDS-END
                       IF WS-STEP-STATE(WS-STEP-IDX) EQUAL "S" THEN
                           PERFORM 0250-SKIP-STEP-BEGIN
                              THRU 0250-SKIP-STEP-END
                       ELSE
                           PERFORM 0200-RUN-ONE-STEP-BEGIN
                              THRU 0200-RUN-ONE-STEP-END
                       END-IF
                   ELSE
      * A step not due tonight still checkpoints, so a resumed run
      * walks the same list to the same place.
                       MOVE "N" TO WS-STEP-STATE(WS-STEP-IDX)
                   END-IF
                   PERFORM 0400-SAVE-CHECKPOINT-BEGIN
                      THRU 0400-SAVE-CHECKPOINT-END
               END-IF
           END-PERFORM.

           PERFORM 0500-SUMMARY-BEGIN
              THRU 0500-SUMMARY-END.

           IF WS-CHAIN-FAILED-TRUE THEN
               DISPLAY "Chain ended with failures - fix the failed "
                   "step(s) and rerun nightrun to resume their branch."
               MOVE 8 TO RETURN-CODE
           ELSE
      * A clean end-to-end run owes nobody a resume point.
           OPEN INPUT STEPS-INPUT.
           IF NOT WS-STP-STATUS-OK THEN
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > 12
                   MOVE WS-DEFAULT-NAME(WS-STEP-IDX)
                       TO WS-STEP-NAME(WS-STEP-IDX)
                   MOVE "DAILY" TO WS-STEP-FREQ(WS-STEP-IDX)
                   MOVE SPACES TO WS-STEP-DEP(WS-STEP-IDX, 3)
                   MOVE SPACES TO WS-STEP-DEP(WS-STEP-IDX, 4)
                   PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                           UNTIL WS-DEP-IDX > 2
                       MOVE WS-DEFAULT-DEP(WS-STEP-IDX, WS-DEP-IDX)
                           TO WS-STEP-DEP(WS-STEP-IDX, WS-DEP-IDX)
                   END-PERFORM
                   PERFORM 0065-CLEAR-STATE-BEGIN
                      THRU 0065-CLEAR-STATE-END
               END-PERFORM
               MOVE 12 TO WS-STEP-CNT
               GO TO 0060-LOAD-STEPS-END
           END-IF.
           PERFORM UNTIL WS-STP-EOF-TRUE
                               TO WS-STEP-NAME(WS-STEP-CNT)
                           MOVE STP-FREQ
                               TO WS-STEP-FREQ(WS-STEP-CNT)
                           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                                   UNTIL WS-DEP-IDX > 4
                               MOVE STP-DEP-NAME(WS-DEP-IDX)
                                   TO WS-STEP-DEP(WS-STEP-CNT,
                                                  WS-DEP-IDX)
                           END-PERFORM
                           MOVE WS-STEP-CNT TO WS-STEP-IDX
                           PERFORM 0065-CLEAR-STATE-BEGIN
                              THRU 0065-CLEAR-STATE-END
                       END-IF
               END-READ
           END-PERFORM.
           END-IF.
       0060-LOAD-STEPS-END.

       0065-CLEAR-STATE-BEGIN.
           MOVE SPACE TO WS-STEP-STATE(WS-STEP-IDX).
           MOVE 0 TO WS-STEP-END-RC(WS-STEP-IDX).
           MOVE SPACES TO WS-STEP-CAUSE(WS-STEP-IDX).
           MOVE 0 TO WS-STEP-EARLIER(WS-STEP-IDX).
       0065-CLEAR-STATE-END.

      * DAILY always runs; WEEKLY on the configured day of week;
      * MONTHEND on the last calendar day of the month; MON .. SUN
      * on that day whatever NIGHTRUN-WEEKLY-DOW says. Anything
      * else is treated as daily and said out loud.
       0070-CHECK-DUE-BEGIN.
           EVALUATE FUNCTION TRIM(WS-STEP-FREQ(WS-STEP-IDX))
                       SET WS-STEP-DUE-FALSE TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-DAY-FOUND
                   PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                           UNTIL WS-DAY-IDX > 7
                       IF WS-STEP-FREQ(WS-STEP-IDX) EQUAL
                          WS-DAY-NAME(WS-DAY-IDX) THEN
                           MOVE WS-DAY-IDX TO WS-DAY-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-DAY-FOUND EQUAL 0 THEN
                       DISPLAY "Step " WS-STEP-NAME(WS-STEP-IDX)
                           " has frequency "
                           WS-STEP-FREQ(WS-STEP-IDX)
                           " - treated as DAILY."
                       SET WS-STEP-DUE-TRUE TO TRUE
                   ELSE
                       IF WS-DAY-OF-WEEK EQUAL WS-DAY-FOUND THEN
                           SET WS-STEP-DUE-TRUE TO TRUE
                       ELSE
                           SET WS-STEP-DUE-FALSE TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.
       0070-CHECK-DUE-END.

      * A step whose dependency failed, or was itself skipped, is
      * skipped in turn; the cause carried is the failed step at the
      * root of the branch. A dependency that is not due tonight, or
      * names no step in the schedule, does not hold anything back.
       0080-CHECK-DEPENDS-BEGIN.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > 4
               IF WS-STEP-DEP(WS-STEP-IDX, WS-DEP-IDX) NOT EQUAL SPACE
                  THEN
                   PERFORM VARYING WS-DEP-STEP-IDX FROM 1 BY 1
                           UNTIL WS-DEP-STEP-IDX > WS-STEP-CNT
                       IF WS-STEP-NAME(WS-DEP-STEP-IDX) EQUAL
                          WS-STEP-DEP(WS-STEP-IDX, WS-DEP-IDX) AND
                          WS-STEP-STATE(WS-STEP-IDX) NOT EQUAL "S"
                          THEN
                           EVALUATE WS-STEP-STATE(WS-DEP-STEP-IDX)
                               WHEN "F"
                                   MOVE "S"
                                     TO WS-STEP-STATE(WS-STEP-IDX)
                                   MOVE WS-STEP-NAME(WS-DEP-STEP-IDX)
                                     TO WS-STEP-CAUSE(WS-STEP-IDX)
                               WHEN "S"
                                   MOVE "S"
                                     TO WS-STEP-STATE(WS-STEP-IDX)
                                   MOVE WS-STEP-CAUSE(WS-DEP-STEP-IDX)
                                     TO WS-STEP-CAUSE(WS-STEP-IDX)
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       0080-CHECK-DEPENDS-END.

       0100-LOAD-CHECKPOINT-BEGIN.
           MOVE 0 TO WS-CKPT-LAST-STEP.
           MOVE 0 TO WS-CKPT-IDX.
           MOVE 0 TO WS-CKPT-CARRIED.
           SET WS-STP-EOF-FALSE TO TRUE.
           OPEN INPUT CHAIN-CHECKPOINT.
           IF NOT WS-CKPT-STATUS-OK THEN
               GO TO 0100-LOAD-CHECKPOINT-END
           END-IF.
           PERFORM UNTIL WS-STP-EOF-TRUE
               READ CHAIN-CHECKPOINT
                   AT END
                       SET WS-STP-EOF-TRUE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CKPT-IDX
                       PERFORM 0110-CHECKPOINT-LINE-BEGIN
                          THRU 0110-CHECKPOINT-LINE-END
               END-READ
           END-PERFORM.
           CLOSE CHAIN-CHECKPOINT.

           IF WS-CKPT-LAST-STEP > WS-STEP-CNT THEN
               MOVE 0 TO WS-CKPT-LAST-STEP
           END-IF.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-CKPT-LAST-STEP
               MOVE "O" TO WS-STEP-STATE(WS-STEP-IDX)
               MOVE 1 TO WS-STEP-EARLIER(WS-STEP-IDX)
               ADD 1 TO WS-CKPT-CARRIED
           END-PERFORM.
       0100-LOAD-CHECKPOINT-END.

      * A step that ran, or was not due, keeps its state and is not
      * run again; a failed or skipped one goes back to the queue.
      * A line for a step no longer in that place in the schedule is
      * ignored, so the step runs.
       0110-CHECKPOINT-LINE-BEGIN.
           IF WS-CKPT-IDX EQUAL 1 AND CKPT-RCD(1:2) IS NUMERIC AND
              CKPT-RCD(3:) EQUAL SPACE THEN
               MOVE CKPT-RCD(1:2) TO WS-CKPT-LAST-STEP
               GO TO 0110-CHECKPOINT-LINE-END
           END-IF.
           IF WS-CKPT-IDX > WS-STEP-CNT THEN
               GO TO 0110-CHECKPOINT-LINE-END
           END-IF.
           IF CKPT-STEP NOT EQUAL WS-STEP-NAME(WS-CKPT-IDX) THEN
               GO TO 0110-CHECKPOINT-LINE-END
           END-IF.
           IF CKPT-STATE EQUAL "O" OR CKPT-STATE EQUAL "W" OR
              CKPT-STATE EQUAL "N" THEN
               MOVE CKPT-STATE TO WS-STEP-STATE(WS-CKPT-IDX)
               MOVE CKPT-RC TO WS-STEP-END-RC(WS-CKPT-IDX)
               MOVE 1 TO WS-STEP-EARLIER(WS-CKPT-IDX)
               ADD 1 TO WS-CKPT-CARRIED
           END-IF.
       0110-CHECKPOINT-LINE-END.

      * Runs one step, logs its start and end, and decides from its
      * RETURN-CODE whether the chain goes on : 0 clean and 4 warning
      * carry on, 8 and up halts here.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE 0 TO RETURN-CODE.

           MOVE WS-STEP-RC TO WS-STEP-END-RC(WS-STEP-IDX).
           IF WS-STEP-RC >= 8 THEN
               MOVE "FAILED" TO WS-LOG-EVENT
               MOVE "F" TO WS-STEP-STATE(WS-STEP-IDX)
               SET WS-CHAIN-FAILED-TRUE TO TRUE
           ELSE
               IF WS-STEP-RC > 0 THEN
                   MOVE "WARNING" TO WS-LOG-EVENT
                   MOVE "W" TO WS-STEP-STATE(WS-STEP-IDX)
               ELSE
                   MOVE "OK" TO WS-LOG-EVENT
                   MOVE "O" TO WS-STEP-STATE(WS-STEP-IDX)
               END-IF
           END-IF.
           PERFORM 0300-WRITE-LOG-BEGIN
              THRU 0300-WRITE-LOG-END.
       0200-RUN-ONE-STEP-END.

      * Never started, so no START line : the skip and its reason
      * are logged as the step's outcome.
       0250-SKIP-STEP-BEGIN.
           SET WS-CHAIN-FAILED-TRUE TO TRUE.
           MOVE "SKIPPED" TO WS-LOG-EVENT.
           MOVE 0 TO WS-STEP-RC.
           MOVE SPACES TO WS-LOG-NOTE.
           STRING " because of " DELIMITED BY SIZE
                  WS-STEP-CAUSE(WS-STEP-IDX) DELIMITED BY SPACE
                  " failing" DELIMITED BY SIZE
               INTO WS-LOG-NOTE.
           PERFORM 0300-WRITE-LOG-BEGIN
              THRU 0300-WRITE-LOG-END.
           DISPLAY "Step " WS-STEP-NAME(WS-STEP-IDX) " skipped -"
               WS-LOG-NOTE.
           MOVE SPACES TO WS-LOG-NOTE.
       0250-SKIP-STEP-END.

       0300-WRITE-LOG-BEGIN.
           OPEN EXTEND JOB-LOG-OUTPUT.
           IF NOT WS-LOG-STATUS-OK THEN
           CLOSE JOB-LOG-OUTPUT.
       0300-WRITE-LOG-END.

      * The whole schedule with every step's state, rewritten after
      * each step.
       0400-SAVE-CHECKPOINT-BEGIN.
           OPEN OUTPUT CHAIN-CHECKPOINT.
           PERFORM VARYING WS-CKPT-IDX FROM 1 BY 1
                   UNTIL WS-CKPT-IDX > WS-STEP-CNT
               MOVE SPACES TO CKPT-RCD
               MOVE WS-STEP-NAME(WS-CKPT-IDX) TO CKPT-STEP
               MOVE WS-STEP-STATE(WS-CKPT-IDX) TO CKPT-STATE
               MOVE WS-STEP-END-RC(WS-CKPT-IDX) TO CKPT-RC
               MOVE WS-STEP-CAUSE(WS-CKPT-IDX) TO CKPT-CAUSE
               WRITE CKPT-RCD
           END-PERFORM.
           CLOSE CHAIN-CHECKPOINT.
       0400-SAVE-CHECKPOINT-END.

      * Every step in the schedule and what became of it tonight,
      * on the screen and in output/nightrun-summary.txt.
       0500-SUMMARY-BEGIN.
           OPEN OUTPUT SUMMARY-OUTPUT.
           MOVE SPACES TO SUM-OUT-RCD.
           STRING "*** NIGHTLY CHAIN " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " ***" DELIMITED BY SIZE
               INTO SUM-OUT-RCD.
           WRITE SUM-OUT-RCD.
           DISPLAY FUNCTION TRIM(SUM-OUT-RCD TRAILING).
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-CNT
               MOVE WS-STEP-IDX TO WS-SUM-IDX
               MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-SUM-STEP
               MOVE SPACES TO WS-SUM-OUTCOME
               EVALUATE WS-STEP-STATE(WS-STEP-IDX)
                   WHEN "O"
                       ADD 1 TO WS-RAN-CNT
                       MOVE "ran" TO WS-SUM-OUTCOME
                   WHEN "W"
                       ADD 1 TO WS-RAN-CNT
                       STRING "ran with a warning, rc="
                              WS-STEP-END-RC(WS-STEP-IDX)
                           DELIMITED BY SIZE INTO WS-SUM-OUTCOME
                   WHEN "F"
                       ADD 1 TO WS-FAILED-CNT
                       STRING "FAILED, rc="
                              WS-STEP-END-RC(WS-STEP-IDX)
                           DELIMITED BY SIZE INTO WS-SUM-OUTCOME
                   WHEN "S"
                       ADD 1 TO WS-SKIPPED-CNT
                       STRING "SKIPPED because of "
                              WS-STEP-CAUSE(WS-STEP-IDX)
                           DELIMITED BY SIZE INTO WS-SUM-OUTCOME
                   WHEN OTHER
                       ADD 1 TO WS-NOT-DUE-CNT
                       MOVE "not due tonight" TO WS-SUM-OUTCOME
               END-EVALUATE
               IF WS-STEP-EARLIER(WS-STEP-IDX) EQUAL 1 THEN
                   MOVE "(earlier run)" TO WS-SUM-OUTCOME(28:)
               END-IF
               MOVE WS-SUM-LINE TO SUM-OUT-RCD
               WRITE SUM-OUT-RCD
               DISPLAY WS-SUM-LINE
           END-PERFORM.
           MOVE SPACES TO SUM-OUT-RCD.
           STRING WS-RAN-CNT " ran, " WS-FAILED-CNT " failed, "
                  WS-SKIPPED-CNT " skipped, " WS-NOT-DUE-CNT
                  " not due."
               DELIMITED BY SIZE INTO SUM-OUT-RCD.
           WRITE SUM-OUT-RCD.
           DISPLAY FUNCTION TRIM(SUM-OUT-RCD TRAILING).
           CLOSE SUMMARY-OUTPUT.
       0500-SUMMARY-END.

      * Every parameter a chained step could stop for, resolved from
      * data/params.txt up front : absent keys fall back to the same
      * defaults the programs pick for themselves (open date range,
