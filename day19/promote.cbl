       IDENTIFICATION DIVISION.
       PROGRAM-ID. promote.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

      * The school year-end rollover. Each student on the roster is
      * proposed a class for next year from the final session's
      * result in output/reussite-history.txt and the progression
      * table : a pass moves up a class (or leaves after the last
      * one), a fail repeats, no result is left to the staff member
      * to decide. Every proposal is confirmed or overridden at the
      * keyboard before anything is written. The old roster,
      * attendance and marks are then archived under the school
      * year, where transcript.cbl can still find them, and the new
      * year's roster is written with every student keeping their ID.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE
               ASSIGN TO "output/classtud-roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROS-STATUS.

           SELECT HISTORY-INPUT
               ASSIGN TO "output/reussite-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.

           SELECT PROGRESSION-INPUT
               ASSIGN TO "data/classes-progression.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRG-STATUS.

      * The decisions as confirmed, kept under the school year.
           SELECT DECISION-OUTPUT
               ASSIGN TO DYNAMIC WS-DECISION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

      * Generic copy pair, as in backup.cbl : both names are set per
      * file archived, so one SELECT serves them all.
           SELECT COPY-INPUT
               ASSIGN TO DYNAMIC WS-SRC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT COPY-OUTPUT
               ASSIGN TO DYNAMIC WS-DST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ROSTER-FILE.
       COPY "copybooks/stud.cpy" REPLACING ==:TAG:== BY ==F==.

       FD HISTORY-INPUT.
       01 HIST-RECORD.
           05 HIST-SESSION       PIC X(06).
           05 FILLER             PIC X(01).
           05 HIST-NAME          PIC X(10).
           05 FILLER             PIC X(01).
           05 HIST-GRADE         PIC 9(02).
           05 FILLER             PIC X(01).
           05 HIST-STUD-ID       PIC 9(04).

       FD PROGRESSION-INPUT.
       COPY "copybooks/prgrcd.cpy".

       FD DECISION-OUTPUT.
       01 DEC-OUT-RCD            PIC X(80).

       FD COPY-INPUT.
       01 CPY-IN-RCD             PIC X(200).

       FD COPY-OUTPUT.
       01 CPY-OUT-RCD            PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-ROS-STATUS          PIC X(02).
           88 WS-ROS-STATUS-OK             VALUE "00".
       01 WS-HIS-STATUS          PIC X(02).
           88 WS-HIS-STATUS-OK             VALUE "00".
       01 WS-PRG-STATUS          PIC X(02).
           88 WS-PRG-STATUS-OK             VALUE "00".
       01 WS-SRC-STATUS          PIC X(02).
           88 WS-SRC-STATUS-OK             VALUE "00".
       01 WS-DST-STATUS          PIC X(02).
           88 WS-DST-STATUS-OK             VALUE "00".
       01 WS-EOF                 PIC 9(01).
           88 WS-EOF-TRUE                  VALUE 1.
           88 WS-EOF-FALSE                 VALUE 0.

       77 WS-PARAM-KEY           PIC X(20).
       77 WS-PARAM-VALUE         PIC X(20).
       77 WS-PARAM-FOUND         PIC 9(01).
           88 WS-PARAM-FOUND-TRUE          VALUE 1.
           88 WS-PARAM-FOUND-FALSE         VALUE 0.

      * The school year closing, e.g. 2025-2026 : it names every
      * archive the rollover writes.
       77 WS-SCHOOL-YEAR         PIC X(09).
       77 WS-SESSION-ID          PIC X(06).
       77 WS-RESIT-SESSION-ID    PIC X(06).
       77 WS-PASS-MARK           PIC 9(02) VALUE 10.
       77 WS-DECISION-FILENAME   PIC X(50).
       77 WS-SRC-FILENAME        PIC X(50).
       77 WS-DST-FILENAME        PIC X(50).
       77 WS-ARC-BASE            PIC X(40).
       77 WS-LINES-COPIED        PIC 9(05).
       77 WS-USER-INPUT          PIC X(03).

       77 WS-PRG-TBL-SIZE        PIC 9(02) VALUE 0.
       01 WS-PRG-TBL.
           05 WS-PRG             OCCURS 30 TIMES.
               10 WS-PRG-CLASS   PIC X(03).
               10 WS-PRG-NEXT    PIC X(03).
       77 WS-PRG-FOUND-IDX       PIC 9(02).

      * The roster with the final result and the decision : PROMOTE,
      * REPEAT or LEAVE, and the class for next year. REVIEW marks a
      * proposal the staff member has to decide.
       77 WS-ROS-TBL-SIZE        PIC 9(02) VALUE 0.
       01 WS-ROS-TBL.
           05 WS-ROS             OCCURS 99 TIMES.
               10 WS-ROS-CLASS   PIC X(03).
               10 WS-ROS-NAME    PIC X(15).
               10 WS-ROS-FNAME   PIC X(15).
               10 WS-ROS-ID      PIC 9(04).
               10 WS-ROS-RESULT  PIC 9(01).
               10 WS-ROS-GRADE   PIC 9(02).
               10 WS-ROS-ACTION  PIC X(07).
               10 WS-ROS-NEXT    PIC X(03).
       77 WS-IDX                 PIC 9(02).
       77 WS-IDX-2               PIC 9(02).
       77 WS-ROS-FOUND-IDX       PIC 9(02).

      * The classes of the new roster, in order, so it is written a
      * class at a time as classtud.cbl keeps it.
       77 WS-CLS-TBL-SIZE        PIC 9(02) VALUE 0.
       01 WS-CLS-TBL.
           05 WS-CLS             PIC X(03) OCCURS 99 TIMES.
       77 WS-CLS-HOLD            PIC X(03).
       77 WS-CLS-FOUND           PIC 9(01).

       77 WS-PROMOTE-CNT         PIC 9(02) VALUE 0.
       77 WS-REPEAT-CNT          PIC 9(02) VALUE 0.
       77 WS-LEAVE-CNT           PIC 9(02) VALUE 0.
       77 WS-WRITTEN-CNT         PIC 9(02) VALUE 0.

       01 WS-PROPOSAL-LINE.
           05 WS-PRP-CLASS       PIC X(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRP-NAME        PIC X(15).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRP-FNAME       PIC X(15).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRP-ID          PIC 9(04).
           05 FILLER             PIC X(08) VALUE " grade ".
           05 WS-PRP-GRADE       PIC X(02).
           05 FILLER             PIC X(04) VALUE " -> ".
           05 WS-PRP-ACTION      PIC X(07).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-PRP-NEXT        PIC X(03).

       PROCEDURE DIVISION.
           PERFORM 0100-INITIALIZE-BEGIN
              THRU 0100-INITIALIZE-END.
           PERFORM 0150-LOAD-PROGRESSION-BEGIN
              THRU 0150-LOAD-PROGRESSION-END.
           PERFORM 0200-LOAD-ROSTER-BEGIN
              THRU 0200-LOAD-ROSTER-END.
           PERFORM 0250-LOAD-RESULTS-BEGIN
              THRU 0250-LOAD-RESULTS-END.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROS-TBL-SIZE
               PERFORM 0300-PROPOSE-BEGIN
                  THRU 0300-PROPOSE-END
           END-PERFORM.

           DISPLAY "Each proposal : Enter to accept, or P (promote), "
               "R (repeat), L (leave) or a class code.".
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROS-TBL-SIZE
               PERFORM 0400-CONFIRM-BEGIN
                  THRU 0400-CONFIRM-END
           END-PERFORM.

           DISPLAY WS-PROMOTE-CNT " promoted, " WS-REPEAT-CNT
               " repeating, " WS-LEAVE-CNT " leaving.".
           DISPLAY "Archive the " WS-SCHOOL-YEAR " roster, attendance "
               "and marks and write the new roster (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-USER-INPUT.
           IF WS-USER-INPUT NOT EQUAL "Y" THEN
               DISPLAY "Nothing written - the roster is unchanged."
               GOBACK
           END-IF.

           PERFORM 0500-ARCHIVE-YEAR-BEGIN
              THRU 0500-ARCHIVE-YEAR-END.
           PERFORM 0600-WRITE-DECISIONS-BEGIN
              THRU 0600-WRITE-DECISIONS-END.
           PERFORM 0700-WRITE-ROSTER-BEGIN
              THRU 0700-WRITE-ROSTER-END.
           DISPLAY WS-WRITTEN-CNT " student(s) on the new roster; "
               "decisions in " FUNCTION TRIM(WS-DECISION-FILENAME)
               ".".
           GOBACK.

      * A year already rolled over has its roster archive on disk :
      * running again would promote everyone a second time.
       0100-INITIALIZE-BEGIN.
           DISPLAY "School year closing (e.g. 2025-2026) : "
               WITH NO ADVANCING.
           ACCEPT WS-SCHOOL-YEAR.
           IF WS-SCHOOL-YEAR EQUAL SPACE THEN
               DISPLAY "No school year - nothing done."
               GOBACK
           END-IF.
           MOVE SPACES TO WS-SRC-FILENAME.
           STRING "output/classtud-roster-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCHOOL-YEAR) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-SRC-FILENAME.
           OPEN INPUT COPY-INPUT.
           IF WS-SRC-STATUS-OK THEN
               CLOSE COPY-INPUT
               DISPLAY "School year " FUNCTION TRIM(WS-SCHOOL-YEAR)
                   " is already rolled over ("
                   FUNCTION TRIM(WS-SRC-FILENAME) " exists)."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-DECISION-FILENAME.
           STRING "output/promotion-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCHOOL-YEAR) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-DECISION-FILENAME.

           DISPLAY "Final exam session (e.g. 2026S2) : "
               WITH NO ADVANCING.
           ACCEPT WS-SESSION-ID.
           DISPLAY "Resit session (blank if none) : "
               WITH NO ADVANCING.
           ACCEPT WS-RESIT-SESSION-ID.

           MOVE "PASS-MARK" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-PASS-MARK
           END-IF.
       0100-INITIALIZE-END.

       0150-LOAD-PROGRESSION-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PROGRESSION-INPUT.
           IF NOT WS-PRG-STATUS-OK THEN
               DISPLAY "No data/classes-progression.txt - every "
                   "pass will need a class keyed in."
               GO TO 0150-LOAD-PROGRESSION-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ PROGRESSION-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-PRG-TBL-SIZE < 30 THEN
                           ADD 1 TO WS-PRG-TBL-SIZE
                           MOVE PRG-CLASS
                               TO WS-PRG-CLASS(WS-PRG-TBL-SIZE)
                           MOVE PRG-NEXT
                               TO WS-PRG-NEXT(WS-PRG-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROGRESSION-INPUT.
       0150-LOAD-PROGRESSION-END.

       0200-LOAD-ROSTER-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ROSTER-FILE.
           IF NOT WS-ROS-STATUS-OK THEN
               DISPLAY "No output/classtud-roster.txt - nothing to "
                   "roll over."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ ROSTER-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-ROS-TBL-SIZE < 99 THEN
                           ADD 1 TO WS-ROS-TBL-SIZE
                           INITIALIZE WS-ROS(WS-ROS-TBL-SIZE)
                           MOVE F-CLASS-NAME-OUT
                               TO WS-ROS-CLASS(WS-ROS-TBL-SIZE)
                           MOVE F-STUDENT-NAME-OUT
                               TO WS-ROS-NAME(WS-ROS-TBL-SIZE)
                           MOVE F-STUDENT-FNAME-OUT
                               TO WS-ROS-FNAME(WS-ROS-TBL-SIZE)
                           IF F-STUDENT-ID-OUT IS NUMERIC THEN
                               MOVE F-STUDENT-ID-OUT
                                   TO WS-ROS-ID(WS-ROS-TBL-SIZE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROSTER-FILE.
       0200-LOAD-ROSTER-END.

      * The final session's rows, joined on the student ID when the
      * row carries one, on the name otherwise. A resit row holds the
      * final result resit.cbl kept, so it wins over the main one.
       0250-LOAD-RESULTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT HISTORY-INPUT.
           IF NOT WS-HIS-STATUS-OK THEN
               DISPLAY "No output/reussite-history.txt - every "
                   "student is left to review."
               GO TO 0250-LOAD-RESULTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ HISTORY-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF HIST-SESSION EQUAL WS-SESSION-ID OR
                          (HIST-SESSION EQUAL WS-RESIT-SESSION-ID AND
                           WS-RESIT-SESSION-ID NOT EQUAL SPACE) THEN
                           PERFORM 0260-ONE-RESULT-BEGIN
                              THRU 0260-ONE-RESULT-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-INPUT.
       0250-LOAD-RESULTS-END.

       0260-ONE-RESULT-BEGIN.
           MOVE 0 TO WS-ROS-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROS-TBL-SIZE
                      OR WS-ROS-FOUND-IDX > 0
               IF (HIST-STUD-ID IS NUMERIC AND HIST-STUD-ID > 0 AND
                   HIST-STUD-ID EQUAL WS-ROS-ID(WS-IDX))
                  OR ((HIST-STUD-ID IS NOT NUMERIC OR
                       HIST-STUD-ID EQUAL 0) AND
                      HIST-NAME EQUAL WS-ROS-NAME(WS-IDX))
                   MOVE WS-IDX TO WS-ROS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-ROS-FOUND-IDX EQUAL 0 OR HIST-GRADE IS NOT NUMERIC
              THEN
               GO TO 0260-ONE-RESULT-END
           END-IF.
           IF HIST-SESSION EQUAL WS-RESIT-SESSION-ID THEN
               MOVE 2 TO WS-ROS-RESULT(WS-ROS-FOUND-IDX)
               MOVE HIST-GRADE TO WS-ROS-GRADE(WS-ROS-FOUND-IDX)
           END-IF.
           IF WS-ROS-RESULT(WS-ROS-FOUND-IDX) EQUAL 0 THEN
               MOVE 1 TO WS-ROS-RESULT(WS-ROS-FOUND-IDX)
               MOVE HIST-GRADE TO WS-ROS-GRADE(WS-ROS-FOUND-IDX)
           END-IF.
       0260-ONE-RESULT-END.

       0300-PROPOSE-BEGIN.
           MOVE WS-ROS-CLASS(WS-IDX) TO WS-ROS-NEXT(WS-IDX).
           IF WS-ROS-RESULT(WS-IDX) EQUAL 0 THEN
               MOVE "REVIEW" TO WS-ROS-ACTION(WS-IDX)
               GO TO 0300-PROPOSE-END
           END-IF.
           IF WS-ROS-GRADE(WS-IDX) < WS-PASS-MARK THEN
               MOVE "REPEAT" TO WS-ROS-ACTION(WS-IDX)
               GO TO 0300-PROPOSE-END
           END-IF.
           PERFORM 0350-NEXT-CLASS-BEGIN
              THRU 0350-NEXT-CLASS-END.
       0300-PROPOSE-END.

      * A pass : the class above on the progression table, or out
      * of the school after its last class. A class missing from the
      * table is left to review.
       0350-NEXT-CLASS-BEGIN.
           MOVE 0 TO WS-PRG-FOUND-IDX.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-PRG-TBL-SIZE
                      OR WS-PRG-FOUND-IDX > 0
               IF WS-PRG-CLASS(WS-IDX-2) EQUAL WS-ROS-CLASS(WS-IDX)
                  THEN
                   MOVE WS-IDX-2 TO WS-PRG-FOUND-IDX
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-PRG-FOUND-IDX EQUAL 0
                   MOVE "REVIEW" TO WS-ROS-ACTION(WS-IDX)
               WHEN WS-PRG-NEXT(WS-PRG-FOUND-IDX) EQUAL SPACE
                   MOVE "LEAVE" TO WS-ROS-ACTION(WS-IDX)
                   MOVE SPACES TO WS-ROS-NEXT(WS-IDX)
               WHEN OTHER
                   MOVE "PROMOTE" TO WS-ROS-ACTION(WS-IDX)
                   MOVE WS-PRG-NEXT(WS-PRG-FOUND-IDX)
                       TO WS-ROS-NEXT(WS-IDX)
           END-EVALUATE.
       0350-NEXT-CLASS-END.

      * A REVIEW proposal takes no default : the staff member keys
      * the decision. A class code moves the student to that class.
       0400-CONFIRM-BEGIN.
           PERFORM 0450-FORMAT-LINE-BEGIN
              THRU 0450-FORMAT-LINE-END.
           DISPLAY WS-PROPOSAL-LINE " ? " WITH NO ADVANCING.
           ACCEPT WS-USER-INPUT.
           MOVE FUNCTION UPPER-CASE(WS-USER-INPUT) TO WS-USER-INPUT.
           EVALUATE TRUE
               WHEN WS-USER-INPUT EQUAL SPACE
                   IF WS-ROS-ACTION(WS-IDX) EQUAL "REVIEW" THEN
                       DISPLAY "A decision is needed for this "
                           "student."
                       GO TO 0400-CONFIRM-BEGIN
                   END-IF
               WHEN WS-USER-INPUT EQUAL "P"
                   PERFORM 0350-NEXT-CLASS-BEGIN
                      THRU 0350-NEXT-CLASS-END
                   IF WS-ROS-ACTION(WS-IDX) EQUAL "REVIEW" THEN
                       DISPLAY "No progression for class "
                           WS-ROS-CLASS(WS-IDX)
                           " - key the new class code."
                       GO TO 0400-CONFIRM-BEGIN
                   END-IF
               WHEN WS-USER-INPUT EQUAL "R"
                   MOVE "REPEAT" TO WS-ROS-ACTION(WS-IDX)
                   MOVE WS-ROS-CLASS(WS-IDX) TO WS-ROS-NEXT(WS-IDX)
               WHEN WS-USER-INPUT EQUAL "L"
                   MOVE "LEAVE" TO WS-ROS-ACTION(WS-IDX)
                   MOVE SPACES TO WS-ROS-NEXT(WS-IDX)
               WHEN OTHER
                   MOVE "PROMOTE" TO WS-ROS-ACTION(WS-IDX)
                   MOVE WS-USER-INPUT TO WS-ROS-NEXT(WS-IDX)
           END-EVALUATE.
           EVALUATE WS-ROS-ACTION(WS-IDX)
               WHEN "PROMOTE"
                   ADD 1 TO WS-PROMOTE-CNT
               WHEN "REPEAT"
                   ADD 1 TO WS-REPEAT-CNT
               WHEN "LEAVE"
                   ADD 1 TO WS-LEAVE-CNT
           END-EVALUATE.
       0400-CONFIRM-END.

       0450-FORMAT-LINE-BEGIN.
           MOVE WS-ROS-CLASS(WS-IDX) TO WS-PRP-CLASS.
           MOVE WS-ROS-NAME(WS-IDX) TO WS-PRP-NAME.
           MOVE WS-ROS-FNAME(WS-IDX) TO WS-PRP-FNAME.
           MOVE WS-ROS-ID(WS-IDX) TO WS-PRP-ID.
           IF WS-ROS-RESULT(WS-IDX) > 0 THEN
               MOVE WS-ROS-GRADE(WS-IDX) TO WS-PRP-GRADE
           ELSE
               MOVE "--" TO WS-PRP-GRADE
           END-IF.
           MOVE WS-ROS-ACTION(WS-IDX) TO WS-PRP-ACTION.
           MOVE WS-ROS-NEXT(WS-IDX) TO WS-PRP-NEXT.
       0450-FORMAT-LINE-END.

      * The year's roster, attendance, assessment marks and session
      * grades copied under the school year; the attendance and
      * marks then start the new year empty.
       0500-ARCHIVE-YEAR-BEGIN.
           MOVE "output/classtud-roster" TO WS-ARC-BASE.
           PERFORM 0550-ARCHIVE-ONE-BEGIN
              THRU 0550-ARCHIVE-ONE-END.
           MOVE "output/attendance" TO WS-ARC-BASE.
           PERFORM 0550-ARCHIVE-ONE-BEGIN
              THRU 0550-ARCHIVE-ONE-END.
           PERFORM 0560-EMPTY-SOURCE-BEGIN
              THRU 0560-EMPTY-SOURCE-END.
           MOVE "data/notes" TO WS-ARC-BASE.
           PERFORM 0550-ARCHIVE-ONE-BEGIN
              THRU 0550-ARCHIVE-ONE-END.
           PERFORM 0560-EMPTY-SOURCE-BEGIN
              THRU 0560-EMPTY-SOURCE-END.
           MOVE "data/eleves" TO WS-ARC-BASE.
           PERFORM 0550-ARCHIVE-ONE-BEGIN
              THRU 0550-ARCHIVE-ONE-END.
       0500-ARCHIVE-YEAR-END.

      * WS-ARC-BASE is the path without ".txt"; the archive is the
      * same path with the school year appended.
       0550-ARCHIVE-ONE-BEGIN.
           MOVE 0 TO WS-LINES-COPIED.
           MOVE SPACES TO WS-SRC-FILENAME.
           STRING FUNCTION TRIM(WS-ARC-BASE) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-SRC-FILENAME.
           MOVE SPACES TO WS-DST-FILENAME.
           STRING FUNCTION TRIM(WS-ARC-BASE) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCHOOL-YEAR) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-DST-FILENAME.

           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT COPY-INPUT.
           IF NOT WS-SRC-STATUS-OK THEN
               GO TO 0550-ARCHIVE-ONE-END
           END-IF.
           OPEN OUTPUT COPY-OUTPUT.
           PERFORM UNTIL WS-EOF-TRUE
               READ COPY-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       MOVE CPY-IN-RCD TO CPY-OUT-RCD
                       WRITE CPY-OUT-RCD
                       ADD 1 TO WS-LINES-COPIED
               END-READ
           END-PERFORM.
           CLOSE COPY-INPUT.
           CLOSE COPY-OUTPUT.
           DISPLAY FUNCTION TRIM(WS-SRC-FILENAME) " archived to "
               FUNCTION TRIM(WS-DST-FILENAME) " (" WS-LINES-COPIED
               " line(s)).".
       0550-ARCHIVE-ONE-END.

      * Only once its archive holds every line is the source emptied.
       0560-EMPTY-SOURCE-BEGIN.
           IF WS-LINES-COPIED EQUAL 0 THEN
               GO TO 0560-EMPTY-SOURCE-END
           END-IF.
           MOVE WS-SRC-FILENAME TO WS-DST-FILENAME.
           OPEN OUTPUT COPY-OUTPUT.
           CLOSE COPY-OUTPUT.
       0560-EMPTY-SOURCE-END.

       0600-WRITE-DECISIONS-BEGIN.
           OPEN OUTPUT DECISION-OUTPUT.
           MOVE SPACES TO DEC-OUT-RCD.
           STRING "*** YEAR-END DECISIONS " DELIMITED BY SIZE
                  WS-SCHOOL-YEAR DELIMITED BY SIZE
                  " - session " DELIMITED BY SIZE
                  WS-SESSION-ID DELIMITED BY SIZE
                  " ***" DELIMITED BY SIZE
               INTO DEC-OUT-RCD.
           WRITE DEC-OUT-RCD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROS-TBL-SIZE
               PERFORM 0450-FORMAT-LINE-BEGIN
                  THRU 0450-FORMAT-LINE-END
               MOVE WS-PROPOSAL-LINE TO DEC-OUT-RCD
               WRITE DEC-OUT-RCD
           END-PERFORM.
           CLOSE DECISION-OUTPUT.
       0600-WRITE-DECISIONS-END.

      * Leavers drop off; everyone else goes on under next year's
      * class with the ID they already had.
       0700-WRITE-ROSTER-BEGIN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROS-TBL-SIZE
               IF WS-ROS-ACTION(WS-IDX) NOT EQUAL "LEAVE" THEN
                   MOVE 0 TO WS-CLS-FOUND
                   PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                           UNTIL WS-IDX-2 > WS-CLS-TBL-SIZE
                       IF WS-CLS(WS-IDX-2) EQUAL WS-ROS-NEXT(WS-IDX)
                          THEN
                           MOVE 1 TO WS-CLS-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-CLS-FOUND EQUAL 0 THEN
                       ADD 1 TO WS-CLS-TBL-SIZE
                       MOVE WS-ROS-NEXT(WS-IDX)
                           TO WS-CLS(WS-CLS-TBL-SIZE)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CLS-TBL-SIZE
               PERFORM VARYING WS-IDX-2 FROM WS-IDX BY 1
                       UNTIL WS-IDX-2 > WS-CLS-TBL-SIZE
                   IF WS-CLS(WS-IDX-2) < WS-CLS(WS-IDX) THEN
                       MOVE WS-CLS(WS-IDX) TO WS-CLS-HOLD
                       MOVE WS-CLS(WS-IDX-2) TO WS-CLS(WS-IDX)
                       MOVE WS-CLS-HOLD TO WS-CLS(WS-IDX-2)
                   END-IF
               END-PERFORM
           END-PERFORM.

           OPEN OUTPUT ROSTER-FILE.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-CLS-TBL-SIZE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-ROS-TBL-SIZE
                   IF WS-ROS-ACTION(WS-IDX) NOT EQUAL "LEAVE" AND
                      WS-ROS-NEXT(WS-IDX) EQUAL WS-CLS(WS-IDX-2) THEN
                       MOVE SPACES TO F-STUDENTS-RECORD
                       MOVE WS-ROS-NEXT(WS-IDX) TO F-CLASS-NAME-OUT
                       MOVE WS-ROS-NAME(WS-IDX) TO F-STUDENT-NAME-OUT
                       MOVE WS-ROS-FNAME(WS-IDX)
                           TO F-STUDENT-FNAME-OUT
                       MOVE WS-ROS-ID(WS-IDX) TO F-STUDENT-ID-OUT
                       WRITE F-STUDENTS-RECORD
                       ADD 1 TO WS-WRITTEN-CNT
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE ROSTER-FILE.
       0700-WRITE-ROSTER-END.
