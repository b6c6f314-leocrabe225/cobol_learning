       IDENTIFICATION DIVISION.
       PROGRAM-ID. absnotif.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

      * The daily absence letters : every student marked absent
      * without excuse on the day gets a letter to each guardian on
      * data/responsables.txt. Once the unexcused absences in the
      * look-back window reach the ABSENCE-FORMAL-COUNT parameter
      * the letter is the formal one. Each letter is logged on the
      * register maildist.cbl walks to email or print it, and a
      * student already written about for the day is not written
      * about again, so the run can be repeated safely.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-INPUT
               ASSIGN TO "output/classtud-roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROS-STATUS.

           SELECT GUARDIAN-INPUT
               ASSIGN TO "data/responsables.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDN-STATUS.

           SELECT ATTENDANCE-INPUT
               ASSIGN TO "output/attendance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATT-STATUS.

           SELECT NOTICE-REGISTER
               ASSIGN TO "output/absence-notices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABN-STATUS.

           SELECT LETTER-OUTPUT
               ASSIGN TO DYNAMIC WS-LETTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ROSTER-INPUT.
       COPY "copybooks/stud.cpy" REPLACING ==:TAG:== BY ==F==.

       FD GUARDIAN-INPUT.
       COPY "copybooks/gdnrcd.cpy".

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

       FD NOTICE-REGISTER.
       COPY "copybooks/abnrcd.cpy".

       FD LETTER-OUTPUT.
       01 LTR-OUT-RCD            PIC X(72).

       WORKING-STORAGE SECTION.
       01 WS-ROS-STATUS          PIC X(02).
           88 WS-ROS-STATUS-OK             VALUE "00".
       01 WS-GDN-STATUS          PIC X(02).
           88 WS-GDN-STATUS-OK             VALUE "00".
       01 WS-ATT-STATUS          PIC X(02).
           88 WS-ATT-STATUS-OK             VALUE "00".
       01 WS-ABN-STATUS          PIC X(02).
           88 WS-ABN-STATUS-OK             VALUE "00".
       01 WS-EOF                 PIC 9(01).
           88 WS-EOF-TRUE                  VALUE 1.
           88 WS-EOF-FALSE                 VALUE 0.

       77 WS-PARAM-KEY           PIC X(20).
       77 WS-PARAM-VALUE         PIC X(20).
       77 WS-PARAM-FOUND         PIC 9(01).
           88 WS-PARAM-FOUND-TRUE          VALUE 1.
           88 WS-PARAM-FOUND-FALSE         VALUE 0.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       77 WS-NOTICE-DATE         PIC 9(08).
       77 WS-NOTICE-DAY-NO       PIC 9(07).
       77 WS-ATT-DAY-NO          PIC 9(07).
       77 WS-FORMAL-COUNT        PIC 9(03) VALUE 3.
       77 WS-WINDOW-DAYS         PIC 9(03) VALUE 30.
       77 WS-LETTER-FILENAME     PIC X(40).

      * Students with an ID, with their unexcused absences in the
      * window and whether the notice date is one of them.
       77 WS-ROS-TBL-SIZE        PIC 9(02) VALUE 0.
       01 WS-ROS-TBL.
           05 WS-ROS             OCCURS 99 TIMES.
               10 WS-ROS-ID      PIC 9(04).
               10 WS-ROS-CLASS   PIC X(03).
               10 WS-ROS-NAME    PIC X(15).
               10 WS-ROS-FNAME   PIC X(15).
               10 WS-ROS-ABS-CNT PIC 9(03).
               10 WS-ROS-ABS-DAY PIC 9(01).
               10 WS-ROS-DONE    PIC 9(01).
       77 WS-IDX                 PIC 9(03).
       77 WS-ROS-IDX             PIC 9(02).
       77 WS-ROS-FOUND-IDX       PIC 9(02).

       77 WS-GDN-TBL-SIZE        PIC 9(03) VALUE 0.
       01 WS-GDN-TBL.
           05 WS-GDN-IMAGE       PIC X(130) OCCURS 300 TIMES.
       77 WS-GDN-IDX             PIC 9(03).
       77 WS-GDN-SEQ             PIC 9(01).

       77 WS-ABSENT-CNT          PIC 9(03) VALUE 0.
       77 WS-ALREADY-CNT         PIC 9(03) VALUE 0.
       77 WS-NOTICE-CNT          PIC 9(03) VALUE 0.
       77 WS-FORMAL-CNT          PIC 9(03) VALUE 0.
       77 WS-NO-CONTACT-CNT      PIC 9(03) VALUE 0.

       01 WS-DATE-EDIT.
           05 WS-DATE-EDIT-DD    PIC 9(02).
           05 FILLER             PIC X(01) VALUE "/".
           05 WS-DATE-EDIT-MM    PIC 9(02).
           05 FILLER             PIC X(01) VALUE "/".
           05 WS-DATE-EDIT-YYYY  PIC 9(04).
       01 WS-COUNT-EDIT          PIC ZZ9.
       01 WS-WINDOW-EDIT         PIC ZZ9.

       PROCEDURE DIVISION.
           PERFORM 0100-INITIALIZE-BEGIN
              THRU 0100-INITIALIZE-END.
           PERFORM 0150-LOAD-ROSTER-BEGIN
              THRU 0150-LOAD-ROSTER-END.
           PERFORM 0200-LOAD-GUARDIANS-BEGIN
              THRU 0200-LOAD-GUARDIANS-END.
           PERFORM 0250-LOAD-REGISTER-BEGIN
              THRU 0250-LOAD-REGISTER-END.
           PERFORM 0300-TALLY-ABSENCES-BEGIN
              THRU 0300-TALLY-ABSENCES-END.

           OPEN EXTEND NOTICE-REGISTER.
           IF NOT WS-ABN-STATUS-OK THEN
               OPEN OUTPUT NOTICE-REGISTER
           END-IF.
           PERFORM VARYING WS-ROS-IDX FROM 1 BY 1
                   UNTIL WS-ROS-IDX > WS-ROS-TBL-SIZE
               IF WS-ROS-ABS-DAY(WS-ROS-IDX) EQUAL 1 THEN
                   ADD 1 TO WS-ABSENT-CNT
                   IF WS-ROS-DONE(WS-ROS-IDX) EQUAL 1 THEN
                       ADD 1 TO WS-ALREADY-CNT
                   ELSE
                       PERFORM 0400-ONE-STUDENT-BEGIN
                          THRU 0400-ONE-STUDENT-END
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE NOTICE-REGISTER.

           DISPLAY WS-ABSENT-CNT " unexcused absence(s) on "
               WS-NOTICE-DATE " : " WS-NOTICE-CNT " notice(s) and "
               WS-FORMAL-CNT " formal letter(s) written, "
               WS-ALREADY-CNT " already notified, "
               WS-NO-CONTACT-CNT " with no guardian on file.".
           DISPLAY "Run maildist to email or print the letters.".
           GOBACK.

      * The day defaults to today; the escalation threshold and its
      * window come from data/params.txt.
       0100-INITIALIZE-BEGIN.
           DISPLAY "Absence date to notify (YYYYMMDD, blank for "
               "today) : " WITH NO ADVANCING.
           ACCEPT WS-NOTICE-DATE.
           IF WS-NOTICE-DATE EQUAL 0 THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOTICE-DATE
           END-IF.
           CALL "datechk" USING WS-NOTICE-DATE WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK THEN
               DISPLAY "Not a possible date - no letters written."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-NOTICE-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-NOTICE-DATE).

           MOVE "ABSENCE-FORMAL-COUNT" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                   TO WS-FORMAL-COUNT
           END-IF.
           MOVE "ABSENCE-WINDOW-DAYS" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                   TO WS-WINDOW-DAYS
           END-IF.
           IF WS-WINDOW-DAYS EQUAL 0 THEN
               MOVE 30 TO WS-WINDOW-DAYS
           END-IF.
       0100-INITIALIZE-END.

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
                           MOVE F-STUDENT-ID-OUT
                               TO WS-ROS-ID(WS-ROS-TBL-SIZE)
                           MOVE F-CLASS-NAME-OUT
                               TO WS-ROS-CLASS(WS-ROS-TBL-SIZE)
                           MOVE F-STUDENT-NAME-OUT
                               TO WS-ROS-NAME(WS-ROS-TBL-SIZE)
                           MOVE F-STUDENT-FNAME-OUT
                               TO WS-ROS-FNAME(WS-ROS-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROSTER-INPUT.
       0150-LOAD-ROSTER-END.

       0200-LOAD-GUARDIANS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT GUARDIAN-INPUT.
           IF NOT WS-GDN-STATUS-OK THEN
               DISPLAY "No data/responsables.txt - every absence "
                   "will be logged with no guardian to write to."
               GO TO 0200-LOAD-GUARDIANS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ GUARDIAN-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-GDN-TBL-SIZE < 300 THEN
                           ADD 1 TO WS-GDN-TBL-SIZE
                           MOVE GDN-RECORD
                               TO WS-GDN-IMAGE(WS-GDN-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GUARDIAN-INPUT.
       0200-LOAD-GUARDIANS-END.

      * Students already written about for the notice date.
       0250-LOAD-REGISTER-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT NOTICE-REGISTER.
           IF NOT WS-ABN-STATUS-OK THEN
               GO TO 0250-LOAD-REGISTER-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ NOTICE-REGISTER
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF ABN-ABS-DATE EQUAL WS-NOTICE-DATE THEN
                           PERFORM VARYING WS-ROS-IDX FROM 1 BY 1
                                   UNTIL WS-ROS-IDX > WS-ROS-TBL-SIZE
                               IF WS-ROS-ID(WS-ROS-IDX) EQUAL
                                  ABN-STUD-ID THEN
                                   MOVE 1 TO WS-ROS-DONE(WS-ROS-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NOTICE-REGISTER.
       0250-LOAD-REGISTER-END.

      * Unexcused ("A") marks only, from the window's first day up
      * to and including the notice date. An excused absence ("E")
      * brings no letter and does not count toward the formal one.
       0300-TALLY-ABSENCES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ATTENDANCE-INPUT.
           IF NOT WS-ATT-STATUS-OK THEN
               DISPLAY "No output/attendance.txt - take the call "
                   "with attend first."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ ATTENDANCE-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF ATT-MARK EQUAL "A" AND
                          ATT-STUD-ID IS NUMERIC AND
                          ATT-STUD-ID > 0 AND
                          ATT-DATE IS NUMERIC AND
                          ATT-DATE NOT > WS-NOTICE-DATE THEN
                           PERFORM 0310-ONE-ABSENCE-BEGIN
                              THRU 0310-ONE-ABSENCE-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTENDANCE-INPUT.
       0300-TALLY-ABSENCES-END.

       0310-ONE-ABSENCE-BEGIN.
           COMPUTE WS-ATT-DAY-NO = FUNCTION INTEGER-OF-DATE(ATT-DATE).
           IF WS-ATT-DAY-NO + WS-WINDOW-DAYS NOT > WS-NOTICE-DAY-NO
              THEN
               GO TO 0310-ONE-ABSENCE-END
           END-IF.
           MOVE 0 TO WS-ROS-FOUND-IDX.
           PERFORM VARYING WS-ROS-IDX FROM 1 BY 1
                   UNTIL WS-ROS-IDX > WS-ROS-TBL-SIZE
                      OR WS-ROS-FOUND-IDX > 0
               IF WS-ROS-ID(WS-ROS-IDX) EQUAL ATT-STUD-ID THEN
                   MOVE WS-ROS-IDX TO WS-ROS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-ROS-FOUND-IDX EQUAL 0 THEN
               GO TO 0310-ONE-ABSENCE-END
           END-IF.
           ADD 1 TO WS-ROS-ABS-CNT(WS-ROS-FOUND-IDX).
           IF ATT-DATE EQUAL WS-NOTICE-DATE THEN
               MOVE 1 TO WS-ROS-ABS-DAY(WS-ROS-FOUND-IDX)
           END-IF.
       0310-ONE-ABSENCE-END.

      * One letter per guardian of the student, each logged; a
      * student nobody can be written to is logged NONE so the
      * office sees the gap.
       0400-ONE-STUDENT-BEGIN.
           MOVE 0 TO WS-GDN-SEQ.
           PERFORM VARYING WS-GDN-IDX FROM 1 BY 1
                   UNTIL WS-GDN-IDX > WS-GDN-TBL-SIZE
               MOVE WS-GDN-IMAGE(WS-GDN-IDX) TO GDN-RECORD
               IF GDN-STUD-ID EQUAL WS-ROS-ID(WS-ROS-IDX) AND
                  WS-GDN-SEQ < 9 THEN
                   ADD 1 TO WS-GDN-SEQ
                   PERFORM 0500-WRITE-LETTER-BEGIN
                      THRU 0500-WRITE-LETTER-END
               END-IF
           END-PERFORM.

           IF WS-GDN-SEQ EQUAL 0 THEN
               MOVE SPACES TO GDN-RECORD
               MOVE SPACES TO WS-LETTER-FILENAME
               PERFORM 0600-LOG-NOTICE-BEGIN
                  THRU 0600-LOG-NOTICE-END
               ADD 1 TO WS-NO-CONTACT-CNT
               DISPLAY "No guardian on file for "
                   FUNCTION TRIM(WS-ROS-NAME(WS-ROS-IDX)) " ("
                   WS-ROS-ID(WS-ROS-IDX) ") - logged, no letter."
           END-IF.
       0400-ONE-STUDENT-END.

       0500-WRITE-LETTER-BEGIN.
           MOVE SPACES TO WS-LETTER-FILENAME.
           STRING "output/absence-" DELIMITED BY SIZE
                  WS-ROS-ID(WS-ROS-IDX) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-NOTICE-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-GDN-SEQ DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-LETTER-FILENAME.
           MOVE WS-NOTICE-DATE(1:4) TO WS-DATE-EDIT-YYYY.
           MOVE WS-NOTICE-DATE(5:2) TO WS-DATE-EDIT-MM.
           MOVE WS-NOTICE-DATE(7:2) TO WS-DATE-EDIT-DD.
           MOVE WS-ROS-ABS-CNT(WS-ROS-IDX) TO WS-COUNT-EDIT.
           MOVE WS-WINDOW-DAYS TO WS-WINDOW-EDIT.

           OPEN OUTPUT LETTER-OUTPUT.
           MOVE GDN-NAME TO LTR-OUT-RCD.
           WRITE LTR-OUT-RCD.
           MOVE GDN-ADDRESS TO LTR-OUT-RCD.
           WRITE LTR-OUT-RCD.
           MOVE SPACE TO LTR-OUT-RCD.
           WRITE LTR-OUT-RCD.
           MOVE SPACES TO LTR-OUT-RCD.
           STRING "Re : absence of "
                  FUNCTION TRIM(WS-ROS-FNAME(WS-ROS-IDX)) " "
                  FUNCTION TRIM(WS-ROS-NAME(WS-ROS-IDX))
                  ", class " WS-ROS-CLASS(WS-ROS-IDX)
               DELIMITED BY SIZE INTO LTR-OUT-RCD.
           WRITE LTR-OUT-RCD.
           MOVE SPACE TO LTR-OUT-RCD.
           WRITE LTR-OUT-RCD.
           MOVE SPACES TO LTR-OUT-RCD.
           STRING "Dear " FUNCTION TRIM(GDN-NAME) ","
               DELIMITED BY SIZE INTO LTR-OUT-RCD.
           WRITE LTR-OUT-RCD.
           MOVE SPACE TO LTR-OUT-RCD.
           WRITE LTR-OUT-RCD.
           MOVE SPACES TO LTR-OUT-RCD.
           STRING FUNCTION TRIM(WS-ROS-FNAME(WS-ROS-IDX))
                  " was absent from school on " WS-DATE-EDIT
                  " and no reason"
               DELIMITED BY SIZE INTO LTR-OUT-RCD.
           WRITE LTR-OUT-RCD.
           MOVE "has been given for the absence." TO LTR-OUT-RCD.
           WRITE LTR-OUT-RCD.
           MOVE SPACE TO LTR-OUT-RCD.
           WRITE LTR-OUT-RCD.

           IF WS-ROS-ABS-CNT(WS-ROS-IDX) < WS-FORMAL-COUNT THEN
               MOVE "Please let the school office know the reason "
                   TO LTR-OUT-RCD
               WRITE LTR-OUT-RCD
               MOVE "as soon as possible." TO LTR-OUT-RCD
               WRITE LTR-OUT-RCD
               ADD 1 TO WS-NOTICE-CNT
           ELSE
               MOVE "FORMAL NOTICE OF REPEATED ABSENCE"
                   TO LTR-OUT-RCD
               WRITE LTR-OUT-RCD
               MOVE SPACES TO LTR-OUT-RCD
               STRING "Unexcused absences in the last "
                      FUNCTION TRIM(WS-WINDOW-EDIT) " days : "
                      FUNCTION TRIM(WS-COUNT-EDIT) "."
                   DELIMITED BY SIZE INTO LTR-OUT-RCD
               WRITE LTR-OUT-RCD
               MOVE "You are asked to contact the school office "
                   TO LTR-OUT-RCD
               WRITE LTR-OUT-RCD
               MOVE "within five school days to arrange a meeting "
                   TO LTR-OUT-RCD
               WRITE LTR-OUT-RCD
               MOVE "with the head teacher." TO LTR-OUT-RCD
               WRITE LTR-OUT-RCD
               ADD 1 TO WS-FORMAL-CNT
           END-IF.
           MOVE SPACE TO LTR-OUT-RCD.
           WRITE LTR-OUT-RCD.
           MOVE "The school office" TO LTR-OUT-RCD.
           WRITE LTR-OUT-RCD.
           CLOSE LETTER-OUTPUT.

           PERFORM 0600-LOG-NOTICE-BEGIN
              THRU 0600-LOG-NOTICE-END.
       0500-WRITE-LETTER-END.

       0600-LOG-NOTICE-BEGIN.
           MOVE SPACES TO ABN-RECORD.
           MOVE WS-NOTICE-DATE TO ABN-ABS-DATE.
           MOVE WS-ROS-ID(WS-ROS-IDX) TO ABN-STUD-ID.
           IF WS-ROS-ABS-CNT(WS-ROS-IDX) < WS-FORMAL-COUNT THEN
               SET ABN-KIND-NOTICE TO TRUE
           ELSE
               SET ABN-KIND-FORMAL TO TRUE
           END-IF.
           MOVE WS-ROS-ABS-CNT(WS-ROS-IDX) TO ABN-ABS-COUNT.
           MOVE GDN-NAME TO ABN-GDN-NAME.
           EVALUATE TRUE
               WHEN WS-LETTER-FILENAME EQUAL SPACE
                   SET ABN-DELIVERY-NONE TO TRUE
               WHEN GDN-PREF-EMAIL AND GDN-EMAIL NOT EQUAL SPACE
                   SET ABN-DELIVERY-EMAIL TO TRUE
                   MOVE GDN-EMAIL TO ABN-EMAIL
               WHEN OTHER
                   SET ABN-DELIVERY-PRINT TO TRUE
           END-EVALUATE.
           MOVE WS-LETTER-FILENAME TO ABN-DOCUMENT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ABN-STAMP.
           WRITE ABN-RECORD.
       0600-LOG-NOTICE-END.
