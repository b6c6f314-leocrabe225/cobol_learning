       IDENTIFICATION DIVISION.
       PROGRAM-ID. resit.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

      * The resit session behind a main exam session. Students who
      * failed the main session are listed as eligible unless they
      * missed too many classes (the EXAM-ABSENCE-MAX rule success
      * flags on) or fell below RESIT-MIN-GRADE. The list is written
      * first so it can go to the teachers; the resit grades are then
      * keyed per student and the final result kept under the
      * RESIT-RULE parameter :
      *   BEST  - the better of the two marks (the default),
      *   CAP   - the better of the two, a resit pass capped at the
      *           pass mark,
      *   RESIT - the resit mark stands.
      * The final results are appended to reussite-history.txt as a
      * session of their own, so progress.cbl and transcript.cbl show
      * both sittings. A student who does not sit the resit keeps the
      * main result and gets no resit row.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE
               ASSIGN TO "output/reussite-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ATTENDANCE-INPUT
               ASSIGN TO "output/attendance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATT-STATUS.

      * The eligibility list, named after the main session.
           SELECT ELIGIBLE-OUTPUT
               ASSIGN TO DYNAMIC WS-ELIGIBLE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

      * The resit session's report, archived under its own session
      * identifier beside success's output/reussite-<session>.txt.
           SELECT RESIT-REPORT-OUTPUT
               ASSIGN TO DYNAMIC WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EOD-LOG-OUTPUT
               ASSIGN TO "output/eod-summary.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
       01 HIST-RECORD.
           05 HIST-SESSION       PIC X(06).
           05 FILLER             PIC X(01).
           05 HIST-NAME          PIC X(10).
           05 FILLER             PIC X(01).
           05 HIST-GRADE         PIC 9(02).
           05 FILLER             PIC X(01).
           05 HIST-STUD-ID       PIC 9(04).

       FD ATTENDANCE-INPUT.
       01 ATT-RECORD.
           05 ATT-DATE           PIC 9(08).
           05 FILLER             PIC X(01).
           05 ATT-CLASS          PIC X(03).
           05 FILLER             PIC X(01).
           05 ATT-NAME           PIC X(15).
           05 FILLER             PIC X(01).
           05 ATT-MARK           PIC X(01).
           05 FILLER             PIC X(01).
           05 ATT-STUD-ID        PIC 9(04).

       FD ELIGIBLE-OUTPUT.
       01 ELG-OUT-RCD            PIC X(60).

       FD RESIT-REPORT-OUTPUT.
       01 RES-OUT-RCD            PIC X(60).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       01 WS-EOD-STATUS               PIC X(02).
           88 WS-EOD-STATUS-OK                  VALUE "00".
       01 WS-HIST-STATUS              PIC X(02).
           88 WS-HIST-STATUS-OK                 VALUE "00".
       01 WS-ATT-STATUS               PIC X(02).
           88 WS-ATT-STATUS-OK                  VALUE "00".
       01 WS-EOF                 PIC 9(01) VALUE 0.
           88 WS-EOF-TRUE                  VALUE 1.
           88 WS-EOF-FALSE                 VALUE 0.

       01 WS-SESSION-ID               PIC X(06).
       01 WS-RESIT-SESSION-ID         PIC X(06).
       01 WS-ELIGIBLE-FILENAME        PIC X(40).
       01 WS-ARCHIVE-FILENAME         PIC X(40).
       77 WS-RESIT-DONE               PIC 9(01) VALUE 0.
       77 WS-USER-INPUT               PIC X(01).
       77 WS-ENTRY-MARK               PIC X(02).
       77 WS-MARK-VALUE               PIC 9(02).
       77 WS-MARK-OK                  PIC 9(01).

      * The main session's fails : the main grade, the absence count
      * and the outcome of the eligibility rules, then the resit mark
      * and the final result once keyed.
       01 WS-CAND-TBL.
           05 WS-CAND            OCCURS 99 TIMES.
               10 WS-CAND-NAME   PIC X(10).
               10 WS-CAND-ID     PIC 9(04).
               10 WS-CAND-GRADE  PIC 9(02).
               10 WS-CAND-ABS    PIC 9(03).
               10 WS-CAND-ELIG   PIC X(10).
                   88 WS-CAND-ELIGIBLE     VALUE "ELIGIBLE".
               10 WS-CAND-SAT    PIC 9(01).
                   88 WS-CAND-SAT-TRUE     VALUE 1.
               10 WS-CAND-RESIT  PIC 9(02).
               10 WS-CAND-FINAL  PIC 9(02).
       77 WS-CAND-TBL-SIZE       PIC 9(02) VALUE 0.
       77 WS-IDX                 PIC 9(02).
       77 WS-ELIGIBLE-CNT        PIC 9(02) VALUE 0.
       77 WS-SAT-CNT             PIC 9(02) VALUE 0.
       77 WS-NOW-PASS-CNT        PIC 9(02) VALUE 0.
       77 WS-RUN-DATE-X          PIC 9(08).

      * Startup tuning values from the central data/params.txt, each
      * falling back to a compiled-in default when absent.
       01 WS-PARAM-KEY            PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-PARAM-FOUND          PIC 9(01).
           88 WS-PARAM-FOUND-TRUE           VALUE 1.
           88 WS-PARAM-FOUND-FALSE          VALUE 0.
       01 WS-TARGET-GRADE        PIC 9(02) VALUE 10.
       77 WS-ABSENCE-MAX         PIC 9(02) VALUE 5.
       77 WS-RESIT-MIN-GRADE     PIC 9(02) VALUE 0.
       77 WS-RESIT-RULE          PIC X(05) VALUE "BEST".
           88 WS-RULE-BEST                 VALUE "BEST".
           88 WS-RULE-CAP                  VALUE "CAP".
           88 WS-RULE-RESIT                VALUE "RESIT".
       77 WS-OPERATOR-ID         PIC X(08).

       01 WS-ELG-DETAIL-LINE.
           05 WS-ELG-NAME        PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-ELG-ID          PIC 9(04).
           05 FILLER             PIC X(08) VALUE "  main ".
           05 WS-ELG-GRADE       PIC Z9.
           05 FILLER             PIC X(11) VALUE "  absences ".
           05 WS-ELG-ABS         PIC ZZ9.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-ELG-STATUS      PIC X(10).

       01 WS-RES-DETAIL-LINE.
           05 WS-RES-NAME        PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-RES-ID          PIC 9(04).
           05 FILLER             PIC X(08) VALUE "  main ".
           05 WS-RES-GRADE       PIC Z9.
           05 FILLER             PIC X(09) VALUE "  resit ".
           05 WS-RES-RESIT       PIC X(07).
           05 FILLER             PIC X(09) VALUE "  final ".
           05 WS-RES-FINAL       PIC Z9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-RES-OUTCOME     PIC X(04).

       PROCEDURE DIVISION.
           PERFORM 0050-READ-PARAMS-BEGIN
              THRU 0050-READ-PARAMS-END.

           DISPLAY "Main session identifier (e.g. 2026S2) : "
               WITH NO ADVANCING.
           ACCEPT WS-SESSION-ID.
           DISPLAY "Resit session identifier (e.g. 2026R2) : "
               WITH NO ADVANCING.
           ACCEPT WS-RESIT-SESSION-ID.
           IF WS-SESSION-ID EQUAL SPACE OR
              WS-RESIT-SESSION-ID EQUAL SPACE OR
              WS-SESSION-ID EQUAL WS-RESIT-SESSION-ID THEN
               DISPLAY "Two different session identifiers are "
                   "needed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0100-LOAD-FAILS-BEGIN
              THRU 0100-LOAD-FAILS-END.
           IF WS-CAND-TBL-SIZE EQUAL 0 THEN
               DISPLAY "No fails in session " WS-SESSION-ID
                   " - no resit needed."
               GOBACK
           END-IF.

           PERFORM 0200-LOAD-ABSENCES-BEGIN
              THRU 0200-LOAD-ABSENCES-END.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAND-TBL-SIZE
               PERFORM 0300-CHECK-ELIGIBLE-BEGIN
                  THRU 0300-CHECK-ELIGIBLE-END
           END-PERFORM.

           PERFORM 0400-WRITE-ELIGIBLE-BEGIN
              THRU 0400-WRITE-ELIGIBLE-END.

           IF WS-RESIT-DONE EQUAL 1 THEN
               DISPLAY "Session " WS-RESIT-SESSION-ID " is already in "
                   "output/reussite-history.txt - nothing captured."
               GOBACK
           END-IF.
           IF WS-ELIGIBLE-CNT EQUAL 0 THEN
               GOBACK
           END-IF.
           DISPLAY "Capture the resit grades now (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-USER-INPUT.
           IF WS-USER-INPUT NOT EQUAL "Y" THEN
               GOBACK
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAND-TBL-SIZE
               IF WS-CAND-ELIGIBLE(WS-IDX) THEN
                   PERFORM 0500-CAPTURE-ONE-BEGIN
                      THRU 0500-CAPTURE-ONE-END
               END-IF
           END-PERFORM.

           DISPLAY WS-SAT-CNT " resit grade(s) keyed, " WS-NOW-PASS-CNT
               " now passing under rule "
               FUNCTION TRIM(WS-RESIT-RULE) ".".
           DISPLAY "Record session " WS-RESIT-SESSION-ID " (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-USER-INPUT.
           IF WS-USER-INPUT NOT EQUAL "Y" THEN
               DISPLAY "Nothing recorded."
               GOBACK
           END-IF.

           PERFORM 0600-WRITE-REPORT-BEGIN
              THRU 0600-WRITE-REPORT-END.
           PERFORM 0700-APPEND-HISTORY-BEGIN
              THRU 0700-APPEND-HISTORY-END.

           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "RESIT" TO EOD-PROGRAM.
           MOVE WS-ELIGIBLE-CNT TO EOD-RECORDS-PROC.
           COMPUTE EOD-EXCEPTIONS = WS-SAT-CNT - WS-NOW-PASS-CNT.
           MOVE 2 TO EOD-FILES-WRITTEN.
           MOVE WS-NOW-PASS-CNT TO EOD-KEY-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE WS-OPERATOR-ID TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0050-READ-PARAMS-BEGIN.
           MOVE "PASS-MARK" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                   TO WS-TARGET-GRADE
           END-IF.
           MOVE "EXAM-ABSENCE-MAX" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                   TO WS-ABSENCE-MAX
           END-IF.
           MOVE "RESIT-MIN-GRADE" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                   TO WS-RESIT-MIN-GRADE
           END-IF.
      * An unknown rule falls back to BEST rather than stopping the
      * run : paramchk.cbl reports the bad value.
           MOVE "RESIT-RULE" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION UPPER-CASE(WS-PARAM-VALUE)
                   TO WS-RESIT-RULE
           END-IF.
           IF NOT WS-RULE-BEST AND NOT WS-RULE-CAP AND
              NOT WS-RULE-RESIT THEN
               MOVE "BEST" TO WS-RESIT-RULE
           END-IF.
       0050-READ-PARAMS-END.

      * The main session's fails off the history; a resit session
      * already on file means its grades were captured before.
       0100-LOAD-FAILS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT HISTORY-FILE.
           IF NOT WS-HIST-STATUS-OK THEN
               DISPLAY "No output/reussite-history.txt - run success "
                   "first."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ HISTORY-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF HIST-SESSION EQUAL WS-RESIT-SESSION-ID THEN
                           MOVE 1 TO WS-RESIT-DONE
                       END-IF
                       IF HIST-SESSION EQUAL WS-SESSION-ID AND
                          HIST-GRADE < WS-TARGET-GRADE AND
                          WS-CAND-TBL-SIZE < 99 THEN
                           ADD 1 TO WS-CAND-TBL-SIZE
                           INITIALIZE WS-CAND(WS-CAND-TBL-SIZE)
                           MOVE HIST-NAME
                               TO WS-CAND-NAME(WS-CAND-TBL-SIZE)
                           MOVE HIST-GRADE
                               TO WS-CAND-GRADE(WS-CAND-TBL-SIZE)
                           IF HIST-STUD-ID IS NUMERIC THEN
                               MOVE HIST-STUD-ID
                                   TO WS-CAND-ID(WS-CAND-TBL-SIZE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
       0100-LOAD-FAILS-END.

      * Absences before today, counted as success.cbl counts them
      * for the main session.
       0200-LOAD-ABSENCES-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-X.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ATTENDANCE-INPUT.
           IF NOT WS-ATT-STATUS-OK THEN
               DISPLAY "No output/attendance.txt - absences are not "
                   "checked this run."
               GO TO 0200-LOAD-ABSENCES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ ATTENDANCE-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF ATT-MARK EQUAL "A" AND
                          ATT-DATE < WS-RUN-DATE-X THEN
                           PERFORM 0210-TALLY-ABSENCE-BEGIN
                              THRU 0210-TALLY-ABSENCE-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTENDANCE-INPUT.
       0200-LOAD-ABSENCES-END.

       0210-TALLY-ABSENCE-BEGIN.
           IF ATT-STUD-ID IS NOT NUMERIC THEN
               MOVE 0 TO ATT-STUD-ID
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAND-TBL-SIZE
               IF (WS-CAND-ID(WS-IDX) > 0 AND
                   ATT-STUD-ID EQUAL WS-CAND-ID(WS-IDX))
                  OR ((WS-CAND-ID(WS-IDX) EQUAL 0 OR
                       ATT-STUD-ID EQUAL 0) AND
                      FUNCTION TRIM(ATT-NAME) EQUAL
                      FUNCTION TRIM(WS-CAND-NAME(WS-IDX))) THEN
                   ADD 1 TO WS-CAND-ABS(WS-IDX)
               END-IF
           END-PERFORM.
       0210-TALLY-ABSENCE-END.

       0300-CHECK-ELIGIBLE-BEGIN.
           EVALUATE TRUE
               WHEN WS-CAND-ABS(WS-IDX) > WS-ABSENCE-MAX
                   MOVE "ABSENCES" TO WS-CAND-ELIG(WS-IDX)
               WHEN WS-CAND-GRADE(WS-IDX) < WS-RESIT-MIN-GRADE
                   MOVE "BELOW MIN" TO WS-CAND-ELIG(WS-IDX)
               WHEN OTHER
                   MOVE "ELIGIBLE" TO WS-CAND-ELIG(WS-IDX)
                   ADD 1 TO WS-ELIGIBLE-CNT
           END-EVALUATE.
       0300-CHECK-ELIGIBLE-END.

      * Every fail is listed with the reason a student is kept out,
      * so the list answers the "why not me" before it is asked.
       0400-WRITE-ELIGIBLE-BEGIN.
           MOVE SPACE TO WS-ELIGIBLE-FILENAME.
           STRING "output/resit-eligible-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SESSION-ID) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-ELIGIBLE-FILENAME.
           OPEN OUTPUT ELIGIBLE-OUTPUT.
           MOVE SPACES TO ELG-OUT-RCD.
           STRING "*** RESIT ELIGIBILITY - SESSION " DELIMITED BY SIZE
                  WS-SESSION-ID DELIMITED BY SIZE
                  " ***" DELIMITED BY SIZE
               INTO ELG-OUT-RCD.
           WRITE ELG-OUT-RCD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAND-TBL-SIZE
               MOVE WS-CAND-NAME(WS-IDX) TO WS-ELG-NAME
               MOVE WS-CAND-ID(WS-IDX) TO WS-ELG-ID
               MOVE WS-CAND-GRADE(WS-IDX) TO WS-ELG-GRADE
               MOVE WS-CAND-ABS(WS-IDX) TO WS-ELG-ABS
               MOVE WS-CAND-ELIG(WS-IDX) TO WS-ELG-STATUS
               MOVE WS-ELG-DETAIL-LINE TO ELG-OUT-RCD
               WRITE ELG-OUT-RCD
           END-PERFORM.
           CLOSE ELIGIBLE-OUTPUT.
           DISPLAY WS-ELIGIBLE-CNT " of " WS-CAND-TBL-SIZE
               " fail(s) eligible for the resit - list in "
               FUNCTION TRIM(WS-ELIGIBLE-FILENAME) ".".
       0400-WRITE-ELIGIBLE-END.

      * A blank grade is a student who did not sit : the main result
      * stands.
       0500-CAPTURE-ONE-BEGIN.
           MOVE WS-CAND-GRADE(WS-IDX) TO WS-CAND-FINAL(WS-IDX).
           MOVE 0 TO WS-MARK-OK.
           PERFORM UNTIL WS-MARK-OK EQUAL 1
               DISPLAY WS-CAND-NAME(WS-IDX) " (" WS-CAND-ID(WS-IDX)
                   ") main " WS-CAND-GRADE(WS-IDX)
                   " - resit grade (0-20, blank if not sat) : "
                   WITH NO ADVANCING
               ACCEPT WS-ENTRY-MARK
               IF WS-ENTRY-MARK EQUAL SPACE THEN
                   GO TO 0500-CAPTURE-ONE-END
               END-IF
               COMPUTE WS-MARK-VALUE = FUNCTION NUMVAL(WS-ENTRY-MARK)
               IF WS-MARK-VALUE > 20 THEN
                   DISPLAY "Grades are out of 20."
               ELSE
                   MOVE 1 TO WS-MARK-OK
               END-IF
           END-PERFORM.
           MOVE 1 TO WS-CAND-SAT(WS-IDX).
           MOVE WS-MARK-VALUE TO WS-CAND-RESIT(WS-IDX).
           ADD 1 TO WS-SAT-CNT.

           EVALUATE TRUE
               WHEN WS-RULE-RESIT
                   MOVE WS-MARK-VALUE TO WS-CAND-FINAL(WS-IDX)
               WHEN WS-MARK-VALUE > WS-CAND-GRADE(WS-IDX)
                   MOVE WS-MARK-VALUE TO WS-CAND-FINAL(WS-IDX)
           END-EVALUATE.
           IF WS-RULE-CAP AND
              WS-CAND-FINAL(WS-IDX) > WS-TARGET-GRADE THEN
               MOVE WS-TARGET-GRADE TO WS-CAND-FINAL(WS-IDX)
           END-IF.
           IF WS-CAND-FINAL(WS-IDX) >= WS-TARGET-GRADE THEN
               ADD 1 TO WS-NOW-PASS-CNT
           END-IF.
       0500-CAPTURE-ONE-END.

       0600-WRITE-REPORT-BEGIN.
           MOVE SPACE TO WS-ARCHIVE-FILENAME.
           STRING "output/reussite-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RESIT-SESSION-ID) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILENAME.
           OPEN OUTPUT RESIT-REPORT-OUTPUT.
           MOVE SPACES TO RES-OUT-RCD.
           STRING "*** RESIT SESSION " DELIMITED BY SIZE
                  WS-RESIT-SESSION-ID DELIMITED BY SIZE
                  " FOR " DELIMITED BY SIZE
                  WS-SESSION-ID DELIMITED BY SIZE
                  " - RULE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RESIT-RULE) DELIMITED BY SIZE
                  " ***" DELIMITED BY SIZE
               INTO RES-OUT-RCD.
           WRITE RES-OUT-RCD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAND-TBL-SIZE
               IF WS-CAND-ELIGIBLE(WS-IDX) THEN
                   MOVE WS-CAND-NAME(WS-IDX) TO WS-RES-NAME
                   MOVE WS-CAND-ID(WS-IDX) TO WS-RES-ID
                   MOVE WS-CAND-GRADE(WS-IDX) TO WS-RES-GRADE
                   IF WS-CAND-SAT-TRUE(WS-IDX) THEN
                       MOVE WS-CAND-RESIT(WS-IDX) TO WS-RES-RESIT
                   ELSE
                       MOVE "not sat" TO WS-RES-RESIT
                   END-IF
                   MOVE WS-CAND-FINAL(WS-IDX) TO WS-RES-FINAL
                   IF WS-CAND-FINAL(WS-IDX) >= WS-TARGET-GRADE THEN
                       MOVE "Pass" TO WS-RES-OUTCOME
                   ELSE
                       MOVE "Fail" TO WS-RES-OUTCOME
                   END-IF
                   MOVE WS-RES-DETAIL-LINE TO RES-OUT-RCD
                   WRITE RES-OUT-RCD
               END-IF
           END-PERFORM.
           CLOSE RESIT-REPORT-OUTPUT.
       0600-WRITE-REPORT-END.

      * One row per student who sat, carrying the final result.
       0700-APPEND-HISTORY-BEGIN.
           OPEN EXTEND HISTORY-FILE.
           IF NOT WS-HIST-STATUS-OK THEN
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAND-TBL-SIZE
               IF WS-CAND-SAT-TRUE(WS-IDX) THEN
                   MOVE SPACES TO HIST-RECORD
                   MOVE WS-RESIT-SESSION-ID TO HIST-SESSION
                   MOVE WS-CAND-NAME(WS-IDX) TO HIST-NAME
                   MOVE WS-CAND-FINAL(WS-IDX) TO HIST-GRADE
                   MOVE WS-CAND-ID(WS-IDX) TO HIST-STUD-ID
                   WRITE HIST-RECORD
               END-IF
           END-PERFORM.
           CLOSE HISTORY-FILE.
           DISPLAY "Session " WS-RESIT-SESSION-ID " archived to "
               FUNCTION TRIM(WS-ARCHIVE-FILENAME) " and appended to "
               "output/reussite-history.txt.".
       0700-APPEND-HISTORY-END.
