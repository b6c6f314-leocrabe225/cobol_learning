       DATE-COMPILED. null.

      * One document per student : the class off the roster, every
      * session's grade from the results history, the subject
      * grades of a chosen term, and an attendance summary per month
      * - the staple job parents and transfer schools used to get.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The current year's roster and attendance, or a closed year's
      * as promote.cbl archived them.
           SELECT ROSTER-INPUT
               ASSIGN TO DYNAMIC WS-ROSTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROS-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.

      * The term results termcalc.cbl calculates from the subject
      * master and the assessment marks.
           SELECT RESULTS-INPUT
               ASSIGN TO DYNAMIC WS-RESULTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.

           SELECT ATTENDANCE-INPUT
               ASSIGN TO DYNAMIC WS-ATTEND-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATT-STATUS.

           05 FILLER             PIC X(01).
           05 HIST-STUD-ID       PIC 9(04).

       FD RESULTS-INPUT.
       COPY "copybooks/resrcd.cpy".

       FD ATTENDANCE-INPUT.
       01 ATT-RECORD.
           88 WS-ROS-STATUS-OK             VALUE "00".
       01 WS-HIS-STATUS          PIC X(02).
           88 WS-HIS-STATUS-OK             VALUE "00".
       01 WS-RES-STATUS          PIC X(02).
           88 WS-RES-STATUS-OK             VALUE "00".
       01 WS-ATT-STATUS          PIC X(02).
           88 WS-ATT-STATUS-OK             VALUE "00".
       01 WS-EOF                 PIC 9(01).
           88 WS-EOF-TRUE                  VALUE 1.
           88 WS-EOF-FALSE                 VALUE 0.

       77 WS-RESULTS-FILENAME    PIC X(40).
       77 WS-ROSTER-FILENAME     PIC X(50)
           VALUE "output/classtud-roster.txt".
       77 WS-ATTEND-FILENAME     PIC X(50)
           VALUE "output/attendance.txt".
       77 WS-SCHOOL-YEAR         PIC X(09).
       77 WS-OUT-FILENAME        PIC X(50).
       77 WS-TERM-ID             PIC X(06).
       77 WS-ONE-STUDENT         PIC X(15).
       77 WS-WRITTEN-CNT         PIC 9(02) VALUE 0.

      * FEE-BLOCK-RELEASE=Y on data/params.txt withholds the
      * transcript of a student with school fees past due.
       77 WS-PARAM-KEY           PIC X(20).
       77 WS-PARAM-VALUE         PIC X(20).
       77 WS-PARAM-FOUND         PIC 9(01).
           88 WS-PARAM-FOUND-TRUE          VALUE 1.
       77 WS-FEE-BLOCK           PIC X(01) VALUE "N".
           88 WS-FEE-BLOCK-ON              VALUE "Y".
       77 WS-TODAY               PIC 9(08).
       77 WS-FEE-OUTSTANDING     PIC S9(07)V99.
       77 WS-FEE-OVERDUE         PIC 9(07)V99.
       77 WS-WITHHELD-CNT        PIC 9(02) VALUE 0.

       77 WS-ROS-TBL-SIZE        PIC 9(02) VALUE 0.
       01 WS-ROS-TBL.
           05 WS-ROS             OCCURS 99 TIMES.
       77 WS-PER-IDX             PIC 9(02).
       77 WS-PER-FOUND-IDX       PIC 9(02).

       77 WS-SUBJ-CNT            PIC 9(02).

       01 WS-TRN-TITLE-LINE.
           05 FILLER             PIC X(20) VALUE

       01 WS-TRN-SUBJECT-LINE.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-TRN-SUBJECT     PIC X(15).
           05 FILLER             PIC X(08) VALUE " (coef ".
           05 WS-TRN-COEF        PIC Z9.
           05 FILLER             PIC X(04) VALUE ") : ".
           05 WS-TRN-MARK        PIC Z9.99.

       01 WS-TRN-PERIOD-LINE.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-TRN-LATE        PIC ZZ9.

       PROCEDURE DIVISION.
           MOVE "FEE-BLOCK-RELEASE" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION UPPER-CASE(WS-PARAM-VALUE(1:1))
                   TO WS-FEE-BLOCK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           DISPLAY "School year (e.g. 2025-2026, blank for the "
               "current one) : " WITH NO ADVANCING.
           ACCEPT WS-SCHOOL-YEAR.
           IF WS-SCHOOL-YEAR NOT EQUAL SPACE THEN
               MOVE SPACE TO WS-ROSTER-FILENAME
               STRING "output/classtud-roster-" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SCHOOL-YEAR) DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                   INTO WS-ROSTER-FILENAME
               MOVE SPACE TO WS-ATTEND-FILENAME
               STRING "output/attendance-" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SCHOOL-YEAR) DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                   INTO WS-ATTEND-FILENAME
           END-IF.

           PERFORM 0100-LOAD-ROSTER-BEGIN
              THRU 0100-LOAD-ROSTER-END.
           IF WS-ROS-TBL-SIZE EQUAL 0 THEN
               DISPLAY "No " FUNCTION TRIM(WS-ROSTER-FILENAME)
                   " - run classtud first."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
               "to skip) : " WITH NO ADVANCING.
           ACCEPT WS-TERM-ID.
           IF WS-TERM-ID NOT EQUAL SPACE THEN
               MOVE SPACE TO WS-RESULTS-FILENAME
               STRING "data/resultats-" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TERM-ID) DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                   INTO WS-RESULTS-FILENAME
           END-IF.

           DISPLAY "Student name (blank for the whole roster) : "

           DISPLAY WS-WRITTEN-CNT " transcript(s) written to "
               "output/transcript-<id>.txt.".
           IF WS-WITHHELD-CNT > 0 THEN
               DISPLAY WS-WITHHELD-CNT " transcript(s) withheld for "
                   "fees in arrears - see feearr."
           END-IF.
           GOBACK.

       0100-LOAD-ROSTER-BEGIN.
       0100-LOAD-ROSTER-END.

       0200-ONE-TRANSCRIPT-BEGIN.
           IF WS-FEE-BLOCK-ON AND WS-ROS-ID(WS-IDX) > 0 THEN
               CALL "feebal" USING WS-ROS-ID(WS-IDX) WS-TODAY
                   WS-FEE-OUTSTANDING WS-FEE-OVERDUE
               END-CALL
               IF WS-FEE-OVERDUE > 0 THEN
                   DISPLAY "Transcript withheld for "
                       FUNCTION TRIM(WS-ROS-NAME(WS-IDX)) " ("
                       WS-ROS-ID(WS-IDX) ") - fees in arrears."
                   ADD 1 TO WS-WITHHELD-CNT
                   GO TO 0200-ONE-TRANSCRIPT-END
               END-IF
           END-IF.
           MOVE SPACE TO WS-OUT-FILENAME.
           IF WS-ROS-ID(WS-IDX) > 0 THEN
               STRING "output/transcript-" DELIMITED BY SIZE
               MOVE SPACE TO TRN-OUT-RCD
               WRITE TRN-OUT-RCD
               MOVE SPACES TO TRN-OUT-RCD
               STRING "Subject grades, term "
                      FUNCTION TRIM(WS-TERM-ID) " :"
                   DELIMITED BY SIZE INTO TRN-OUT-RCD
               WRITE TRN-OUT-RCD
           SET WS-EOF-FALSE TO TRUE.
       0300-WRITE-SESSIONS-END.

      * The chosen term's subject grades from its results file,
      * joined on the student ID when the roster has one, on name
      * and class otherwise, with the weighted term average.
       0400-WRITE-SUBJECTS-BEGIN.
           MOVE 0 TO WS-SUBJ-CNT.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT RESULTS-INPUT.
           IF NOT WS-RES-STATUS-OK THEN
               MOVE "  (no results calculated for that term)"
                   TO TRN-OUT-RCD
               WRITE TRN-OUT-RCD
               GO TO 0400-WRITE-SUBJECTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ RESULTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF (WS-ROS-ID(WS-IDX) > 0 AND
                           RES-STUD-ID EQUAL WS-ROS-ID(WS-IDX))
                          OR (WS-ROS-ID(WS-IDX) EQUAL 0 AND
                              RES-NAME EQUAL WS-ROS-NAME(WS-IDX) AND
                              RES-CLASS EQUAL WS-ROS-CLASS(WS-IDX))
                           ADD 1 TO WS-SUBJ-CNT
                           IF RES-SUBJ-OVERALL THEN
                               MOVE RES-GRADE TO WS-TRN-MARK
                               MOVE SPACES TO TRN-OUT-RCD
                               STRING "  Term average (weighted) : "
                                   WS-TRN-MARK
                                   DELIMITED BY SIZE INTO TRN-OUT-RCD
                               WRITE TRN-OUT-RCD
                           ELSE
                               MOVE RES-SUBJ-NAME TO WS-TRN-SUBJECT
                               MOVE RES-COEF TO WS-TRN-COEF
                               MOVE RES-GRADE TO WS-TRN-MARK
                               MOVE WS-TRN-SUBJECT-LINE
                                   TO TRN-OUT-RCD
                               WRITE TRN-OUT-RCD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESULTS-INPUT.
           SET WS-EOF-FALSE TO TRUE.
           IF WS-SUBJ-CNT EQUAL 0 THEN
               MOVE "  (no marks for this student that term)"
                   TO TRN-OUT-RCD
               WRITE TRN-OUT-RCD
           END-IF.
       0400-WRITE-SUBJECTS-END.

      * Attendance grouped by month, joined on ID first then name.
                   WHEN "P"
                       ADD 1 TO WS-PER-PRESENT(WS-PER-FOUND-IDX)
                   WHEN "A"
                   WHEN "E"
                       ADD 1 TO WS-PER-ABSENT(WS-PER-FOUND-IDX)
                   WHEN "L"
                       ADD 1 TO WS-PER-LATE(WS-PER-FOUND-IDX)
