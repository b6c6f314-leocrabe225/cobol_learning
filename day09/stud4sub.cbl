               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROS-STATUS.

      * The subject master submaint.cbl keeps : marks are captured
      * against its codes instead of four subjects written in here.
           SELECT SUBJECT-INPUT
               ASSIGN TO "data/matieres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.

      * One mark per student ID per assessment, every term in the
      * one file; termcalc.cbl weighs them into the term results.
           SELECT MARKS-OUTPUT
               ASSIGN TO "data/notes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRK-STATUS.

      * The term results termcalc.cbl calculates, one file per term.
           SELECT RESULTS-INPUT
               ASSIGN TO DYNAMIC WS-RESULTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.

           SELECT REPORT-CARDS-OUTPUT
               ASSIGN TO "output/stud4sub-report-cards.txt"
       FD ROSTER-INPUT.
       COPY stud REPLACING ==:TAG:== BY ==F==.

       FD SUBJECT-INPUT.
       COPY subjrcd.

       FD MARKS-OUTPUT.
       COPY mrkrcd.

       FD RESULTS-INPUT.
       COPY resrcd.

       FD REPORT-CARDS-OUTPUT.
       01 RPT-OUT-RCD           PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-ROS-STATUS        PIC X(02).
           88 WS-ROS-STATUS-OK           VALUE "00".
       01 WS-SUB-STATUS        PIC X(02).
           88 WS-SUB-STATUS-OK           VALUE "00".
       01 WS-MRK-STATUS        PIC X(02).
           88 WS-MRK-STATUS-OK           VALUE "00".
       01 WS-RES-STATUS        PIC X(02).
           88 WS-RES-STATUS-OK           VALUE "00".
       01 WS-EOF               PIC 9(01) VALUE 0.
           88 WS-EOF-TRUE                VALUE 1.
           88 WS-EOF-FALSE               VALUE 0.

       01 SUBJECT-TABLE.
          05 SUBJECT-ENTRY     OCCURS 30 TIMES.
             10 SUBJECT-CODE   PIC X(04).
             10 SUBJECT-NAME   PIC X(15).
       01 SUBJECT-CNT          PIC 9(02) VALUE 0.

       01 IDX-1                PIC 9(02).
       01 IDX-2                PIC 9(02).

       01 WS-TERM-ID           PIC X(06).
       01 WS-RESULTS-FILENAME  PIC X(40).
       01 WS-USER-INPUT        PIC X(01).
       01 WS-CARDS-WRITTEN     PIC 9(02) VALUE 0.
       01 WS-MARKS-WRITTEN     PIC 9(02) VALUE 0.
       01 WS-LAST-STUD-ID      PIC 9(04).

      * FEE-BLOCK-RELEASE=Y on data/params.txt withholds the report
      * card of a student with school fees past due.
       77 WS-PARAM-KEY         PIC X(20).
       77 WS-PARAM-VALUE       PIC X(20).
       77 WS-PARAM-FOUND       PIC 9(01).
           88 WS-PARAM-FOUND-TRUE        VALUE 1.
       77 WS-FEE-BLOCK         PIC X(01) VALUE "N".
           88 WS-FEE-BLOCK-ON            VALUE "Y".
       77 WS-TODAY             PIC 9(08).
       77 WS-FEE-OUTSTANDING   PIC S9(07)V99.
       77 WS-FEE-OVERDUE       PIC 9(07)V99.
       77 WS-CARD-WITHHELD     PIC 9(01) VALUE 0.
           88 WS-CARD-WITHHELD-TRUE      VALUE 1.
       77 WS-WITHHELD-CNT      PIC 9(02) VALUE 0.

      * What one assessment is : subject, coursework or exam, and
      * the label it goes by (TEST1, ESSAY, FINAL...).
       01 WS-ENTRY-SUBJ        PIC X(04).
       01 WS-ENTRY-KIND        PIC X(01).
       01 WS-ENTRY-ASSESS      PIC X(10).
       01 WS-ENTRY-MARK        PIC X(02).
       01 WS-MARK-VALUE        PIC 9(02).
       01 WS-MARK-OK           PIC 9(01).

       01 WS-ROSTER-TBL.
           05 WS-ROS           OCCURS 99 TIMES.
               10 WS-ROS-CLASS PIC X(03).
               10 WS-ROS-NAME  PIC X(15).
               10 WS-ROS-ID    PIC 9(04).
       01 WS-ROSTER-CNT        PIC 9(02) VALUE 0.

       01 WS-CARD-HEAD-LINE.
           05 WS-CARD-STUDENT   PIC X(15).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-CARD-CLASS     PIC X(03).
           05 FILLER            PIC X(06) VALUE "  ID ".
           05 WS-CARD-ID        PIC 9(04).

       01 WS-CARD-SUBJECT-LINE.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 WS-CARD-SUBJ-NAME PIC X(15).
           05 FILLER            PIC X(08) VALUE " | coef ".
           05 WS-CARD-COEF      PIC Z9.
           05 FILLER            PIC X(16) VALUE " | coursework ".
           05 WS-CARD-CW        PIC X(05).
           05 FILLER            PIC X(10) VALUE " | exam ".
           05 WS-CARD-EXAM      PIC X(05).
           05 FILLER            PIC X(11) VALUE " | grade ".
           05 WS-CARD-GRADE     PIC Z9.99.
       01 WS-CARD-MARK-EDIT     PIC Z9.99.

       01 WS-CARD-AVERAGE-LINE.
           05 FILLER            PIC X(28) VALUE
               "  Overall weighted average ".
           05 FILLER            PIC X(08) VALUE "(coef ".
           05 WS-CARD-COEF-SUM  PIC Z9.
           05 FILLER            PIC X(04) VALUE ") : ".
           05 WS-CARD-AVERAGE   PIC Z9.99.

       PROCEDURE DIVISION.
           DISPLAY "Term identifier (e.g. 2026T1) : "
               WITH NO ADVANCING.
           ACCEPT WS-TERM-ID.
           MOVE SPACE TO WS-RESULTS-FILENAME.
           STRING "data/resultats-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TERM-ID) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-RESULTS-FILENAME.

           DISPLAY "Capture an assessment's marks for this term "
               "(Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-USER-INPUT.
           IF WS-USER-INPUT EQUAL "Y" THEN
               PERFORM 0100-LOAD-ROSTER-BEGIN
                  THRU 0100-LOAD-ROSTER-END
               PERFORM 0150-LOAD-SUBJECTS-BEGIN
                  THRU 0150-LOAD-SUBJECTS-END
               PERFORM 0200-CAPTURE-GRADES-BEGIN
                  THRU 0200-CAPTURE-GRADES-END
           END-IF.

           DISPLAY "Generate report cards from the calculated term "
               "(Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-USER-INPUT.
           IF WS-USER-INPUT EQUAL "Y" THEN
                               TO WS-ROS-CLASS(WS-ROSTER-CNT)
                           MOVE F-STUDENT-NAME-OUT
                               TO WS-ROS-NAME(WS-ROSTER-CNT)
                           IF F-STUDENT-ID-OUT IS NUMERIC THEN
                               MOVE F-STUDENT-ID-OUT
                                   TO WS-ROS-ID(WS-ROSTER-CNT)
                           ELSE
                               MOVE 0 TO WS-ROS-ID(WS-ROSTER-CNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROSTER-INPUT.
       0100-LOAD-ROSTER-END.

       0150-LOAD-SUBJECTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SUBJECT-INPUT.
           IF NOT WS-SUB-STATUS-OK THEN
               DISPLAY "No data/matieres.txt - run submaint to set "
                   "up the subjects first."
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ SUBJECT-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF SUBJECT-CNT < 30 THEN
                           ADD 1 TO SUBJECT-CNT
                           MOVE SUB-CODE TO SUBJECT-CODE(SUBJECT-CNT)
                           MOVE SUB-NAME TO SUBJECT-NAME(SUBJECT-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUBJECT-INPUT.
       0150-LOAD-SUBJECTS-END.

      * One assessment per pass : the subject off the master, its
      * kind and label, then a mark out of 20 per student on the
      * roster. A blank mark leaves the student unmarked for it.
       0200-CAPTURE-GRADES-BEGIN.
           DISPLAY "Subject code : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-SUBJ.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-SUBJ) TO WS-ENTRY-SUBJ.
           MOVE 0 TO IDX-2.
           PERFORM VARYING IDX-1 FROM 1 BY 1
                   UNTIL IDX-1 > SUBJECT-CNT OR IDX-2 > 0
               IF SUBJECT-CODE(IDX-1) EQUAL WS-ENTRY-SUBJ THEN
                   MOVE IDX-1 TO IDX-2
               END-IF
           END-PERFORM.
           IF IDX-2 EQUAL 0 THEN
               DISPLAY "No subject " WS-ENTRY-SUBJ " on the subject "
                   "master - nothing captured."
               GO TO 0200-CAPTURE-GRADES-END
           END-IF.
           DISPLAY "Coursework or exam (C/E) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-KIND.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-KIND) TO WS-ENTRY-KIND.
           IF WS-ENTRY-KIND NOT EQUAL "C" AND
              WS-ENTRY-KIND NOT EQUAL "E" THEN
               DISPLAY "Kind must be C or E - nothing captured."
               GO TO 0200-CAPTURE-GRADES-END
           END-IF.
           DISPLAY "Assessment label (e.g. TEST1) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-ASSESS.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-ASSESS)
               TO WS-ENTRY-ASSESS.

           OPEN EXTEND MARKS-OUTPUT.
           IF NOT WS-MRK-STATUS-OK THEN
               OPEN OUTPUT MARKS-OUTPUT
           END-IF.
           PERFORM VARYING IDX-1 FROM 1 BY 1
                   UNTIL IDX-1 > WS-ROSTER-CNT
               IF WS-ROS-ID(IDX-1) EQUAL 0 THEN
                   DISPLAY FUNCTION TRIM(WS-ROS-NAME(IDX-1))
                       " has no student ID on the roster - skipped."
               ELSE
                   PERFORM 0210-ONE-MARK-BEGIN
                      THRU 0210-ONE-MARK-END
               END-IF
           END-PERFORM.
           CLOSE MARKS-OUTPUT.
           DISPLAY WS-MARKS-WRITTEN " mark(s) for "
               FUNCTION TRIM(SUBJECT-NAME(IDX-2)) " "
               FUNCTION TRIM(WS-ENTRY-ASSESS)
               " added to data/notes.txt.".
       0200-CAPTURE-GRADES-END.

       0210-ONE-MARK-BEGIN.
           MOVE 0 TO WS-MARK-OK.
           PERFORM UNTIL WS-MARK-OK EQUAL 1
               DISPLAY "Enter " FUNCTION TRIM(WS-ROS-NAME(IDX-1))
                   "'s " FUNCTION TRIM(SUBJECT-NAME(IDX-2))
                   " mark (0-20, blank if not sat) : "
                   WITH NO ADVANCING
               ACCEPT WS-ENTRY-MARK
               IF WS-ENTRY-MARK EQUAL SPACE THEN
                   GO TO 0210-ONE-MARK-END
               END-IF
               COMPUTE WS-MARK-VALUE = FUNCTION NUMVAL(WS-ENTRY-MARK)
               IF WS-MARK-VALUE > 20 THEN
                   DISPLAY "Marks are out of 20."
               ELSE
                   MOVE 1 TO WS-MARK-OK
               END-IF
           END-PERFORM.
           MOVE SPACES TO MRK-RECORD.
           MOVE WS-TERM-ID TO MRK-TERM.
           MOVE WS-ROS-ID(IDX-1) TO MRK-STUD-ID.
           MOVE WS-ENTRY-SUBJ TO MRK-SUBJ.
           MOVE WS-ENTRY-KIND TO MRK-KIND.
           MOVE WS-ENTRY-ASSESS TO MRK-ASSESS.
           MOVE WS-MARK-VALUE TO MRK-MARK.
           WRITE MRK-RECORD.
           ADD 1 TO WS-MARKS-WRITTEN.
       0210-ONE-MARK-END.

      * Report cards come from the term results termcalc.cbl wrote :
      * per student, each subject with its coefficient, coursework,
      * exam and final grade, then the weighted overall average.
       0300-REPORT-CARDS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT RESULTS-INPUT.
           IF NOT WS-RES-STATUS-OK THEN
               DISPLAY "No " FUNCTION TRIM(WS-RESULTS-FILENAME)
                   " - run termcalc for the term first."
               GO TO 0300-REPORT-CARDS-END
           END-IF.
           MOVE "FEE-BLOCK-RELEASE" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION UPPER-CASE(WS-PARAM-VALUE(1:1))
                   TO WS-FEE-BLOCK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN OUTPUT REPORT-CARDS-OUTPUT.
           MOVE 0 TO WS-LAST-STUD-ID.
           PERFORM UNTIL WS-EOF-TRUE
               READ RESULTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF RES-STUD-ID NOT EQUAL WS-LAST-STUD-ID THEN
                           MOVE RES-STUD-ID TO WS-LAST-STUD-ID
                           PERFORM 0305-FEE-CHECK-BEGIN
                              THRU 0305-FEE-CHECK-END
                           IF NOT WS-CARD-WITHHELD-TRUE THEN
                               MOVE RES-NAME  TO WS-CARD-STUDENT
                               MOVE RES-CLASS TO WS-CARD-CLASS
                               MOVE RES-STUD-ID TO WS-CARD-ID
                               MOVE WS-CARD-HEAD-LINE TO RPT-OUT-RCD
                               WRITE RPT-OUT-RCD
                               ADD 1 TO WS-CARDS-WRITTEN
                           END-IF
                       END-IF
                       IF NOT WS-CARD-WITHHELD-TRUE THEN
                           PERFORM 0302-CARD-LINE-BEGIN
                              THRU 0302-CARD-LINE-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESULTS-INPUT.
           CLOSE REPORT-CARDS-OUTPUT.
           DISPLAY WS-CARDS-WRITTEN " report card(s) written to "
               "output/stud4sub-report-cards.txt.".
           IF WS-WITHHELD-CNT > 0 THEN
               DISPLAY WS-WITHHELD-CNT " report card(s) withheld for "
                   "fees in arrears - see feearr."
           END-IF.
       0300-REPORT-CARDS-END.

      * One results line of a card : a subject, or the weighted
      * overall average that closes the card.
       0302-CARD-LINE-BEGIN.
           IF RES-SUBJ-OVERALL THEN
               MOVE RES-COEF TO WS-CARD-COEF-SUM
               MOVE RES-GRADE TO WS-CARD-AVERAGE
               MOVE WS-CARD-AVERAGE-LINE TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
               MOVE SPACE TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           ELSE
               PERFORM 0310-SUBJECT-LINE-BEGIN
                  THRU 0310-SUBJECT-LINE-END
           END-IF.
       0302-CARD-LINE-END.

       0305-FEE-CHECK-BEGIN.
           MOVE 0 TO WS-CARD-WITHHELD.
           IF NOT WS-FEE-BLOCK-ON OR RES-STUD-ID EQUAL 0 THEN
               GO TO 0305-FEE-CHECK-END
           END-IF.
           CALL "feebal" USING RES-STUD-ID WS-TODAY
               WS-FEE-OUTSTANDING WS-FEE-OVERDUE
           END-CALL.
           IF WS-FEE-OVERDUE > 0 THEN
               DISPLAY "Report card withheld for "
                   FUNCTION TRIM(RES-NAME) " (" RES-STUD-ID
                   ") - fees in arrears."
               MOVE 1 TO WS-CARD-WITHHELD
               ADD 1 TO WS-WITHHELD-CNT
           END-IF.
       0305-FEE-CHECK-END.

       0310-SUBJECT-LINE-BEGIN.
           MOVE RES-SUBJ-NAME TO WS-CARD-SUBJ-NAME.
           MOVE RES-COEF TO WS-CARD-COEF.
           MOVE "  -  " TO WS-CARD-CW.
           IF RES-CW-AVG IS NUMERIC THEN
               MOVE RES-CW-AVG TO WS-CARD-MARK-EDIT
               MOVE WS-CARD-MARK-EDIT TO WS-CARD-CW
           END-IF.
           MOVE "  -  " TO WS-CARD-EXAM.
           IF RES-EXAM-AVG IS NUMERIC THEN
               MOVE RES-EXAM-AVG TO WS-CARD-MARK-EDIT
               MOVE WS-CARD-MARK-EDIT TO WS-CARD-EXAM
           END-IF.
           MOVE RES-GRADE TO WS-CARD-GRADE.
           MOVE WS-CARD-SUBJECT-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
       0310-SUBJECT-LINE-END.
