       IDENTIFICATION DIVISION.
       PROGRAM-ID. termcalc.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

      * Turns a term's assessment marks (data/notes.txt) into its
      * results : per student and subject, the coursework and exam
      * averages weighed by the split on the subject master, then
      * the overall average weighed by the subject coefficients.
      * The results file feeds the report cards in stud4sub.cbl and
      * transcript.cbl; the overall averages are published to
      * data/eleves.txt as the grades success.cbl reports on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-INPUT
               ASSIGN TO "output/classtud-roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROS-STATUS.

           SELECT SUBJECT-INPUT
               ASSIGN TO "data/matieres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.

           SELECT MARKS-INPUT
               ASSIGN TO "data/notes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRK-STATUS.

           SELECT RESULTS-OUTPUT
               ASSIGN TO DYNAMIC WS-RESULTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENTS-OUTPUT
               ASSIGN TO "data/eleves.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ROSTER-INPUT.
       COPY "copybooks/stud.cpy" REPLACING ==:TAG:== BY ==F==.

       FD SUBJECT-INPUT.
       COPY "copybooks/subjrcd.cpy".

       FD MARKS-INPUT.
       COPY "copybooks/mrkrcd.cpy".

       FD RESULTS-OUTPUT.
       COPY "copybooks/resrcd.cpy".

       FD STUDENTS-OUTPUT.
       01 STUD-CTL-RECORD.
           05 STUD-CTL-COUNT     PIC 9(04).
       01 STUD-RECORD.
           05 STUD-NAME          PIC X(10).
           05 STUD-GRADE         PIC 9(02).
           05 STUD-ID            PIC 9(04).

       WORKING-STORAGE SECTION.
       01 WS-ROS-STATUS          PIC X(02).
           88 WS-ROS-STATUS-OK             VALUE "00".
       01 WS-SUB-STATUS          PIC X(02).
           88 WS-SUB-STATUS-OK             VALUE "00".
       01 WS-MRK-STATUS          PIC X(02).
           88 WS-MRK-STATUS-OK             VALUE "00".
       01 WS-EOF                 PIC 9(01).
           88 WS-EOF-TRUE                  VALUE 1.
           88 WS-EOF-FALSE                 VALUE 0.

       77 WS-TERM-ID             PIC X(06).
       77 WS-RESULTS-FILENAME    PIC X(40).
       77 WS-USER-INPUT          PIC X(01).

       77 WS-SUB-TBL-SIZE        PIC 9(02) VALUE 0.
       01 WS-SUB-TBL.
           05 WS-SUB             OCCURS 30 TIMES.
               10 WS-SUB-CODE    PIC X(04).
               10 WS-SUB-NAME    PIC X(15).
               10 WS-SUB-COEF    PIC 9(02).
               10 WS-SUB-CW-PCT  PIC 9(03).

      * The roster with, per student and subject, the running sums
      * and counts of the term's coursework and exam marks, and the
      * overall average once calculated.
       77 WS-ROS-TBL-SIZE        PIC 9(02) VALUE 0.
       01 WS-ROS-TBL.
           05 WS-ROS             OCCURS 99 TIMES.
               10 WS-ROS-CLASS   PIC X(03).
               10 WS-ROS-NAME    PIC X(15).
               10 WS-ROS-ID      PIC 9(04).
               10 WS-ROS-MARKED  PIC 9(01).
               10 WS-ROS-AVERAGE PIC 9(02)V99.
               10 WS-ACC         OCCURS 30 TIMES.
                   15 WS-ACC-CW-SUM  PIC 9(05).
                   15 WS-ACC-CW-CNT  PIC 9(03).
                   15 WS-ACC-EX-SUM  PIC 9(05).
                   15 WS-ACC-EX-CNT  PIC 9(03).

       77 WS-IDX                 PIC 9(02).
       77 WS-SUB-IDX             PIC 9(02).
       77 WS-ROS-FOUND-IDX       PIC 9(02).
       77 WS-SUB-FOUND-IDX       PIC 9(02).

       77 WS-CW-AVG              PIC 9(02)V99.
       77 WS-EX-AVG              PIC 9(02)V99.
       77 WS-SUBJ-GRADE          PIC 9(02)V99.
       77 WS-EX-PCT              PIC 9(03).
       77 WS-WEIGHTED-SUM        PIC 9(06)V99.
       77 WS-COEF-SUM            PIC 9(03).

       77 WS-MARKS-READ          PIC 9(05) VALUE 0.
       77 WS-MARKS-USED          PIC 9(05) VALUE 0.
       77 WS-MARKS-UNKNOWN       PIC 9(05) VALUE 0.
       77 WS-STUDENTS-DONE       PIC 9(02) VALUE 0.
       77 WS-ROWS-WRITTEN        PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "Term identifier (e.g. 2026T1) : "
               WITH NO ADVANCING.
           ACCEPT WS-TERM-ID.
           IF WS-TERM-ID EQUAL SPACE THEN
               DISPLAY "No term - nothing calculated."
               GOBACK
           END-IF.
           MOVE SPACE TO WS-RESULTS-FILENAME.
           STRING "data/resultats-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TERM-ID) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-RESULTS-FILENAME.

           PERFORM 0100-LOAD-SUBJECTS-BEGIN
              THRU 0100-LOAD-SUBJECTS-END.
           PERFORM 0150-LOAD-ROSTER-BEGIN
              THRU 0150-LOAD-ROSTER-END.
           PERFORM 0200-READ-MARKS-BEGIN
              THRU 0200-READ-MARKS-END.
           IF WS-MARKS-USED EQUAL 0 THEN
               DISPLAY "No marks on data/notes.txt for term "
                   WS-TERM-ID " - nothing calculated."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0300-WRITE-RESULTS-BEGIN
              THRU 0300-WRITE-RESULTS-END.
           DISPLAY WS-MARKS-USED " mark(s) used, " WS-MARKS-UNKNOWN
               " for an unknown student or subject; "
               WS-STUDENTS-DONE " student(s) and " WS-ROWS-WRITTEN
               " row(s) written to "
               FUNCTION TRIM(WS-RESULTS-FILENAME) ".".

      * Publishing replaces data/eleves.txt wholesale, grade
      * corrections made to the previous grades included, so it is
      * the operator's call and not a side effect of every run.
           DISPLAY "Publish the overall averages to data/eleves.txt "
               "for the session report (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-USER-INPUT.
           IF WS-USER-INPUT EQUAL "Y" THEN
               PERFORM 0400-PUBLISH-GRADES-BEGIN
                  THRU 0400-PUBLISH-GRADES-END
           END-IF.
           GOBACK.

       0100-LOAD-SUBJECTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SUBJECT-INPUT.
           IF NOT WS-SUB-STATUS-OK THEN
               DISPLAY "No data/matieres.txt - run submaint to set "
                   "up the subjects first."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ SUBJECT-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-SUB-TBL-SIZE < 30 THEN
                           ADD 1 TO WS-SUB-TBL-SIZE
                           MOVE SUB-CODE
                               TO WS-SUB-CODE(WS-SUB-TBL-SIZE)
                           MOVE SUB-NAME
                               TO WS-SUB-NAME(WS-SUB-TBL-SIZE)
                           MOVE SUB-COEF
                               TO WS-SUB-COEF(WS-SUB-TBL-SIZE)
                           MOVE SUB-CW-PCT
                               TO WS-SUB-CW-PCT(WS-SUB-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUBJECT-INPUT.
       0100-LOAD-SUBJECTS-END.

      * Only students with an ID can carry marks : capture skips the
      * others, so they are left out here as well.
       0150-LOAD-ROSTER-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ROSTER-INPUT.
           IF NOT WS-ROS-STATUS-OK THEN
               DISPLAY "No output/classtud-roster.txt - run classtud "
                   "first."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ ROSTER-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-ROS-TBL-SIZE < 99 AND
                          F-STUDENT-ID-OUT IS NUMERIC AND
                          F-STUDENT-ID-OUT > 0 THEN
                           ADD 1 TO WS-ROS-TBL-SIZE
                           INITIALIZE WS-ROS(WS-ROS-TBL-SIZE)
                           MOVE F-CLASS-NAME-OUT
                               TO WS-ROS-CLASS(WS-ROS-TBL-SIZE)
                           MOVE F-STUDENT-NAME-OUT
                               TO WS-ROS-NAME(WS-ROS-TBL-SIZE)
                           MOVE F-STUDENT-ID-OUT
                               TO WS-ROS-ID(WS-ROS-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROSTER-INPUT.
       0150-LOAD-ROSTER-END.

       0200-READ-MARKS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT MARKS-INPUT.
           IF NOT WS-MRK-STATUS-OK THEN
               GO TO 0200-READ-MARKS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ MARKS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF MRK-TERM EQUAL WS-TERM-ID THEN
                           ADD 1 TO WS-MARKS-READ
                           PERFORM 0210-ONE-MARK-BEGIN
                              THRU 0210-ONE-MARK-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MARKS-INPUT.
       0200-READ-MARKS-END.

       0210-ONE-MARK-BEGIN.
           MOVE 0 TO WS-ROS-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROS-TBL-SIZE
                      OR WS-ROS-FOUND-IDX > 0
               IF WS-ROS-ID(WS-IDX) EQUAL MRK-STUD-ID THEN
                   MOVE WS-IDX TO WS-ROS-FOUND-IDX
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-SUB-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SUB-TBL-SIZE
                      OR WS-SUB-FOUND-IDX > 0
               IF WS-SUB-CODE(WS-IDX) EQUAL MRK-SUBJ THEN
                   MOVE WS-IDX TO WS-SUB-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-ROS-FOUND-IDX EQUAL 0 OR WS-SUB-FOUND-IDX EQUAL 0
              OR MRK-MARK IS NOT NUMERIC THEN
               ADD 1 TO WS-MARKS-UNKNOWN
               GO TO 0210-ONE-MARK-END
           END-IF.

           MOVE 1 TO WS-ROS-MARKED(WS-ROS-FOUND-IDX).
           IF MRK-KIND-EXAM THEN
               ADD MRK-MARK TO
                   WS-ACC-EX-SUM(WS-ROS-FOUND-IDX, WS-SUB-FOUND-IDX)
               ADD 1 TO
                   WS-ACC-EX-CNT(WS-ROS-FOUND-IDX, WS-SUB-FOUND-IDX)
           ELSE
               ADD MRK-MARK TO
                   WS-ACC-CW-SUM(WS-ROS-FOUND-IDX, WS-SUB-FOUND-IDX)
               ADD 1 TO
                   WS-ACC-CW-CNT(WS-ROS-FOUND-IDX, WS-SUB-FOUND-IDX)
           END-IF.
           ADD 1 TO WS-MARKS-USED.
       0210-ONE-MARK-END.

      * One row per subject marked, in subject master order, then
      * the "*AVG" row. A subject with only coursework or only an
      * exam so far takes that part as its grade.
       0300-WRITE-RESULTS-BEGIN.
           OPEN OUTPUT RESULTS-OUTPUT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROS-TBL-SIZE
               IF WS-ROS-MARKED(WS-IDX) EQUAL 1 THEN
                   MOVE 0 TO WS-WEIGHTED-SUM
                   MOVE 0 TO WS-COEF-SUM
                   PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                           UNTIL WS-SUB-IDX > WS-SUB-TBL-SIZE
                       IF WS-ACC-CW-CNT(WS-IDX, WS-SUB-IDX) > 0 OR
                          WS-ACC-EX-CNT(WS-IDX, WS-SUB-IDX) > 0 THEN
                           PERFORM 0310-SUBJECT-ROW-BEGIN
                              THRU 0310-SUBJECT-ROW-END
                       END-IF
                   END-PERFORM
                   PERFORM 0320-AVERAGE-ROW-BEGIN
                      THRU 0320-AVERAGE-ROW-END
                   ADD 1 TO WS-STUDENTS-DONE
               END-IF
           END-PERFORM.
           CLOSE RESULTS-OUTPUT.
       0300-WRITE-RESULTS-END.

       0310-SUBJECT-ROW-BEGIN.
           MOVE SPACES TO RES-RECORD.
           MOVE WS-TERM-ID TO RES-TERM.
           MOVE WS-ROS-ID(WS-IDX) TO RES-STUD-ID.
           MOVE WS-ROS-CLASS(WS-IDX) TO RES-CLASS.
           MOVE WS-ROS-NAME(WS-IDX) TO RES-NAME.
           MOVE WS-SUB-CODE(WS-SUB-IDX) TO RES-SUBJ.
           MOVE WS-SUB-NAME(WS-SUB-IDX) TO RES-SUBJ-NAME.
           MOVE WS-SUB-COEF(WS-SUB-IDX) TO RES-COEF.

           IF WS-ACC-CW-CNT(WS-IDX, WS-SUB-IDX) > 0 THEN
               COMPUTE WS-CW-AVG ROUNDED =
                   WS-ACC-CW-SUM(WS-IDX, WS-SUB-IDX) /
                   WS-ACC-CW-CNT(WS-IDX, WS-SUB-IDX)
               MOVE WS-CW-AVG TO RES-CW-AVG
           END-IF.
           IF WS-ACC-EX-CNT(WS-IDX, WS-SUB-IDX) > 0 THEN
               COMPUTE WS-EX-AVG ROUNDED =
                   WS-ACC-EX-SUM(WS-IDX, WS-SUB-IDX) /
                   WS-ACC-EX-CNT(WS-IDX, WS-SUB-IDX)
               MOVE WS-EX-AVG TO RES-EXAM-AVG
           END-IF.

           EVALUATE TRUE
               WHEN WS-ACC-CW-CNT(WS-IDX, WS-SUB-IDX) EQUAL 0
                   MOVE WS-EX-AVG TO WS-SUBJ-GRADE
               WHEN WS-ACC-EX-CNT(WS-IDX, WS-SUB-IDX) EQUAL 0
                   MOVE WS-CW-AVG TO WS-SUBJ-GRADE
               WHEN OTHER
                   COMPUTE WS-EX-PCT =
                       100 - WS-SUB-CW-PCT(WS-SUB-IDX)
                   COMPUTE WS-SUBJ-GRADE ROUNDED =
                       (WS-CW-AVG * WS-SUB-CW-PCT(WS-SUB-IDX) +
                        WS-EX-AVG * WS-EX-PCT) / 100
           END-EVALUATE.
           MOVE WS-SUBJ-GRADE TO RES-GRADE.
           WRITE RES-RECORD.
           ADD 1 TO WS-ROWS-WRITTEN.

           IF WS-SUB-COEF(WS-SUB-IDX) > 0 THEN
               COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM +
                   WS-SUBJ-GRADE * WS-SUB-COEF(WS-SUB-IDX)
               ADD WS-SUB-COEF(WS-SUB-IDX) TO WS-COEF-SUM
           END-IF.
       0310-SUBJECT-ROW-END.

      * Coefficient-weighted over the subjects marked; a student
      * marked only in zero-coefficient subjects averages zero.
       0320-AVERAGE-ROW-BEGIN.
           MOVE 0 TO WS-ROS-AVERAGE(WS-IDX).
           IF WS-COEF-SUM > 0 THEN
               COMPUTE WS-ROS-AVERAGE(WS-IDX) ROUNDED =
                   WS-WEIGHTED-SUM / WS-COEF-SUM
           END-IF.
           MOVE SPACES TO RES-RECORD.
           MOVE WS-TERM-ID TO RES-TERM.
           MOVE WS-ROS-ID(WS-IDX) TO RES-STUD-ID.
           MOVE WS-ROS-CLASS(WS-IDX) TO RES-CLASS.
           MOVE WS-ROS-NAME(WS-IDX) TO RES-NAME.
           SET RES-SUBJ-OVERALL TO TRUE.
           MOVE "Overall" TO RES-SUBJ-NAME.
           MOVE WS-COEF-SUM TO RES-COEF.
           MOVE WS-ROS-AVERAGE(WS-IDX) TO RES-GRADE.
           WRITE RES-RECORD.
           ADD 1 TO WS-ROWS-WRITTEN.
       0320-AVERAGE-ROW-END.

      * The control record first, as success.cbl checks it, then one
      * row per student calculated with the average rounded to the
      * whole mark the session report works in.
       0400-PUBLISH-GRADES-BEGIN.
           OPEN OUTPUT STUDENTS-OUTPUT.
           MOVE SPACES TO STUD-CTL-RECORD.
           MOVE WS-STUDENTS-DONE TO STUD-CTL-COUNT.
           WRITE STUD-CTL-RECORD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROS-TBL-SIZE
               IF WS-ROS-MARKED(WS-IDX) EQUAL 1 THEN
                   MOVE SPACES TO STUD-RECORD
                   MOVE WS-ROS-NAME(WS-IDX) TO STUD-NAME
                   COMPUTE STUD-GRADE ROUNDED =
                       WS-ROS-AVERAGE(WS-IDX)
                   MOVE WS-ROS-ID(WS-IDX) TO STUD-ID
                   WRITE STUD-RECORD
               END-IF
           END-PERFORM.
           CLOSE STUDENTS-OUTPUT.
           DISPLAY WS-STUDENTS-DONE " student average(s) published "
               "to data/eleves.txt.".
       0400-PUBLISH-GRADES-END.
