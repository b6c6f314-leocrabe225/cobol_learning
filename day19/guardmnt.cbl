       IDENTIFICATION DIVISION.
       PROGRAM-ID. guardmnt.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

      * Keeps the parent/guardian contacts data/responsables.txt,
      * keyed by the roster's student ID : name, postal address,
      * phone, email and whether letters go by email or post.
      * absnotif.cbl writes its absence letters to them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-INPUT
               ASSIGN TO "output/classtud-roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROS-STATUS.

           SELECT GUARDIAN-FILE
               ASSIGN TO "data/responsables.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ROSTER-INPUT.
       COPY "copybooks/stud.cpy" REPLACING ==:TAG:== BY ==F==.

       FD GUARDIAN-FILE.
       COPY "copybooks/gdnrcd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ROS-STATUS          PIC X(02).
           88 WS-ROS-STATUS-OK             VALUE "00".
       01 WS-GDN-STATUS          PIC X(02).
           88 WS-GDN-STATUS-OK             VALUE "00".
       01 WS-EOF                 PIC 9(01).
           88 WS-EOF-TRUE                  VALUE 1.
           88 WS-EOF-FALSE                 VALUE 0.

      * Students with an ID, for the check that a guardian is
      * attached to someone actually on the roster.
       77 WS-ROS-TBL-SIZE        PIC 9(02) VALUE 0.
       01 WS-ROS-TBL.
           05 WS-ROS             OCCURS 99 TIMES.
               10 WS-ROS-ID      PIC 9(04).
               10 WS-ROS-NAME    PIC X(15).
               10 WS-ROS-CLASS   PIC X(03).
       77 WS-ROS-FOUND-IDX       PIC 9(02).

       77 WS-GDN-TBL-SIZE        PIC 9(03) VALUE 0.
       01 WS-GDN-TBL.
           05 WS-GDN-IMAGE       PIC X(130) OCCURS 300 TIMES.
       77 WS-IDX                 PIC 9(03).
       77 WS-GDN-FOUND-IDX       PIC 9(03).
       77 WS-CHANGED             PIC 9(01) VALUE 0.
       77 WS-LISTED-CNT          PIC 9(03).

       77 WS-COMMAND             PIC X(10).
       77 WS-ENTRY-STUD-ID       PIC 9(04).
       77 WS-ENTRY-NAME          PIC X(30).
       77 WS-ENTRY-ADDRESS       PIC X(30).
       77 WS-ENTRY-EMAIL         PIC X(50).
       77 WS-ENTRY-PREF          PIC X(01).
       77 WS-ENTRY-OK            PIC 9(01).

       77 WS-PHONE-RAW           PIC X(20).
       77 WS-PHONE-VALID-BOOL    PIC 9(01).
           88 WS-PHONE-VALID-TRUE          VALUE 1.
           88 WS-PHONE-VALID-FALSE         VALUE 0.
       77 WS-VAL-USER-ID         PIC X(10).
       77 WS-VAL-USER-NAME       PIC X(50).
       77 WS-VAL-USER-EMAIL      PIC X(50).
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-LIST-LINE.
           05 WS-LIST-STUD-ID    PIC 9(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-LIST-STUD-NAME  PIC X(15).
           05 FILLER             PIC X(03) VALUE " | ".
           05 WS-LIST-NAME       PIC X(30).
           05 FILLER             PIC X(03) VALUE " | ".
           05 WS-LIST-PHONE      PIC X(10).
           05 FILLER             PIC X(03) VALUE " | ".
           05 WS-LIST-PREF       PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-LIST-EMAIL      PIC X(50).

       PROCEDURE DIVISION.
           PERFORM 0100-LOAD-ROSTER-BEGIN
              THRU 0100-LOAD-ROSTER-END.
           PERFORM 0150-LOAD-GUARDIANS-BEGIN
              THRU 0150-LOAD-GUARDIANS-END.

           MOVE SPACE TO WS-COMMAND.
           PERFORM UNTIL WS-COMMAND EQUAL "QUIT"
               DISPLAY "Type ADD / AMEND / REMOVE / LIST / QUIT."
               ACCEPT WS-COMMAND
               EVALUATE WS-COMMAND
                   WHEN "ADD"
                       PERFORM 0200-ADD-GUARDIAN-BEGIN
                          THRU 0200-ADD-GUARDIAN-END
                   WHEN "AMEND"
                       PERFORM 0300-AMEND-GUARDIAN-BEGIN
                          THRU 0300-AMEND-GUARDIAN-END
                   WHEN "REMOVE"
                       PERFORM 0400-REMOVE-GUARDIAN-BEGIN
                          THRU 0400-REMOVE-GUARDIAN-END
                   WHEN "LIST"
                       PERFORM 0500-LIST-GUARDIANS-BEGIN
                          THRU 0500-LIST-GUARDIANS-END
                   WHEN "QUIT"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unrecognized command : " WS-COMMAND
               END-EVALUATE
           END-PERFORM.

           IF WS-CHANGED EQUAL 1 THEN
               PERFORM 0800-WRITE-GUARDIANS-BEGIN
                  THRU 0800-WRITE-GUARDIANS-END
           END-IF.
           GOBACK.

       0100-LOAD-ROSTER-BEGIN.
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
                           MOVE F-STUDENT-ID-OUT
                               TO WS-ROS-ID(WS-ROS-TBL-SIZE)
                           MOVE F-STUDENT-NAME-OUT
                               TO WS-ROS-NAME(WS-ROS-TBL-SIZE)
                           MOVE F-CLASS-NAME-OUT
                               TO WS-ROS-CLASS(WS-ROS-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROSTER-INPUT.
       0100-LOAD-ROSTER-END.

       0150-LOAD-GUARDIANS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT GUARDIAN-FILE.
           IF NOT WS-GDN-STATUS-OK THEN
               DISPLAY "No guardian contacts yet - starting empty."
               GO TO 0150-LOAD-GUARDIANS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ GUARDIAN-FILE
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
           CLOSE GUARDIAN-FILE.
       0150-LOAD-GUARDIANS-END.

       0200-ADD-GUARDIAN-BEGIN.
           IF WS-GDN-TBL-SIZE NOT < 300 THEN
               DISPLAY "Guardian file full (300 contacts)."
               GO TO 0200-ADD-GUARDIAN-END
           END-IF.
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-STUD-ID.
           PERFORM 0600-FIND-STUDENT-BEGIN
              THRU 0600-FIND-STUDENT-END.
           IF WS-ROS-FOUND-IDX EQUAL 0 THEN
               DISPLAY "No student " WS-ENTRY-STUD-ID
                   " on the roster."
               GO TO 0200-ADD-GUARDIAN-END
           END-IF.
           DISPLAY "Guardian name : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-NAME.
           IF WS-ENTRY-NAME EQUAL SPACE THEN
               DISPLAY "No name - guardian not added."
               GO TO 0200-ADD-GUARDIAN-END
           END-IF.
           PERFORM 0650-FIND-GUARDIAN-BEGIN
              THRU 0650-FIND-GUARDIAN-END.
           IF WS-GDN-FOUND-IDX > 0 THEN
               DISPLAY "That guardian is already on file for "
                   "student " WS-ENTRY-STUD-ID " - use AMEND."
               GO TO 0200-ADD-GUARDIAN-END
           END-IF.

           MOVE SPACES TO GDN-RECORD.
           MOVE WS-ENTRY-STUD-ID TO GDN-STUD-ID.
           MOVE WS-ENTRY-NAME TO GDN-NAME.
           PERFORM 0700-CAPTURE-CONTACT-BEGIN
              THRU 0700-CAPTURE-CONTACT-END.
           IF WS-ENTRY-OK EQUAL 0 THEN
               DISPLAY "Guardian not added."
               GO TO 0200-ADD-GUARDIAN-END
           END-IF.
           ADD 1 TO WS-GDN-TBL-SIZE.
           MOVE GDN-RECORD TO WS-GDN-IMAGE(WS-GDN-TBL-SIZE).
           MOVE 1 TO WS-CHANGED.
           DISPLAY "Guardian added for "
               FUNCTION TRIM(WS-ROS-NAME(WS-ROS-FOUND-IDX)) ".".
       0200-ADD-GUARDIAN-END.

       0300-AMEND-GUARDIAN-BEGIN.
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-STUD-ID.
           DISPLAY "Guardian name : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-NAME.
           PERFORM 0650-FIND-GUARDIAN-BEGIN
              THRU 0650-FIND-GUARDIAN-END.
           IF WS-GDN-FOUND-IDX EQUAL 0 THEN
               DISPLAY "No such guardian on file for student "
                   WS-ENTRY-STUD-ID "."
               GO TO 0300-AMEND-GUARDIAN-END
           END-IF.
           MOVE WS-GDN-IMAGE(WS-GDN-FOUND-IDX) TO GDN-RECORD.
           PERFORM 0700-CAPTURE-CONTACT-BEGIN
              THRU 0700-CAPTURE-CONTACT-END.
           IF WS-ENTRY-OK EQUAL 0 THEN
               DISPLAY "Guardian left unchanged."
               GO TO 0300-AMEND-GUARDIAN-END
           END-IF.
           MOVE GDN-RECORD TO WS-GDN-IMAGE(WS-GDN-FOUND-IDX).
           MOVE 1 TO WS-CHANGED.
           DISPLAY "Guardian amended.".
       0300-AMEND-GUARDIAN-END.

       0400-REMOVE-GUARDIAN-BEGIN.
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-STUD-ID.
           DISPLAY "Guardian name : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-NAME.
           PERFORM 0650-FIND-GUARDIAN-BEGIN
              THRU 0650-FIND-GUARDIAN-END.
           IF WS-GDN-FOUND-IDX EQUAL 0 THEN
               DISPLAY "No such guardian on file for student "
                   WS-ENTRY-STUD-ID "."
               GO TO 0400-REMOVE-GUARDIAN-END
           END-IF.
           PERFORM VARYING WS-IDX FROM WS-GDN-FOUND-IDX BY 1
                   UNTIL WS-IDX NOT < WS-GDN-TBL-SIZE
               MOVE WS-GDN-IMAGE(WS-IDX + 1) TO WS-GDN-IMAGE(WS-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-GDN-TBL-SIZE.
           MOVE 1 TO WS-CHANGED.
           DISPLAY "Guardian removed.".
       0400-REMOVE-GUARDIAN-END.

      * One student's guardians, or everybody's for student ID 0.
       0500-LIST-GUARDIANS-BEGIN.
           DISPLAY "Student ID (0 for all) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-STUD-ID.
           MOVE 0 TO WS-LISTED-CNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-GDN-TBL-SIZE
               MOVE WS-GDN-IMAGE(WS-IDX) TO GDN-RECORD
               IF WS-ENTRY-STUD-ID EQUAL 0 OR
                  GDN-STUD-ID EQUAL WS-ENTRY-STUD-ID THEN
                   MOVE GDN-STUD-ID TO WS-LIST-STUD-ID
                   MOVE SPACES TO WS-LIST-STUD-NAME
                   PERFORM VARYING WS-ROS-FOUND-IDX FROM 1 BY 1
                           UNTIL WS-ROS-FOUND-IDX > WS-ROS-TBL-SIZE
                       IF WS-ROS-ID(WS-ROS-FOUND-IDX) EQUAL
                          GDN-STUD-ID THEN
                           MOVE WS-ROS-NAME(WS-ROS-FOUND-IDX)
                               TO WS-LIST-STUD-NAME
                       END-IF
                   END-PERFORM
                   MOVE GDN-NAME TO WS-LIST-NAME
                   MOVE GDN-PHONE TO WS-LIST-PHONE
                   IF GDN-PREF-EMAIL THEN
                       MOVE "EMAIL" TO WS-LIST-PREF
                   ELSE
                       MOVE "POST" TO WS-LIST-PREF
                   END-IF
                   MOVE GDN-EMAIL TO WS-LIST-EMAIL
                   DISPLAY WS-LIST-LINE
                   ADD 1 TO WS-LISTED-CNT
               END-IF
           END-PERFORM.
           DISPLAY WS-LISTED-CNT " guardian(s) listed.".
       0500-LIST-GUARDIANS-END.

       0600-FIND-STUDENT-BEGIN.
           MOVE 0 TO WS-ROS-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROS-TBL-SIZE
                      OR WS-ROS-FOUND-IDX > 0
               IF WS-ROS-ID(WS-IDX) EQUAL WS-ENTRY-STUD-ID THEN
                   MOVE WS-IDX TO WS-ROS-FOUND-IDX
               END-IF
           END-PERFORM.
       0600-FIND-STUDENT-END.

      * A guardian is keyed by the student ID and their name.
       0650-FIND-GUARDIAN-BEGIN.
           MOVE 0 TO WS-GDN-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-GDN-TBL-SIZE
                      OR WS-GDN-FOUND-IDX > 0
               MOVE WS-GDN-IMAGE(WS-IDX) TO GDN-RECORD
               IF GDN-STUD-ID EQUAL WS-ENTRY-STUD-ID AND
                  FUNCTION UPPER-CASE(GDN-NAME) EQUAL
                  FUNCTION UPPER-CASE(WS-ENTRY-NAME) THEN
                   MOVE WS-IDX TO WS-GDN-FOUND-IDX
               END-IF
           END-PERFORM.
       0650-FIND-GUARDIAN-END.

      * Address, phone, email and preference into GDN-RECORD; on an
      * amendment a blank answer keeps what is there. The phone goes
      * through phonefmt and the email through validate, as in
      * climaint.cbl. Email delivery needs an address to send to.
       0700-CAPTURE-CONTACT-BEGIN.
           MOVE 0 TO WS-ENTRY-OK.
           DISPLAY "Postal address : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-ADDRESS.
           IF WS-ENTRY-ADDRESS NOT EQUAL SPACE THEN
               MOVE WS-ENTRY-ADDRESS TO GDN-ADDRESS
           END-IF.

           DISPLAY "Phone (blank to leave as is) : "
               WITH NO ADVANCING.
           ACCEPT WS-PHONE-RAW.
           IF WS-PHONE-RAW NOT EQUAL SPACE THEN
               CALL "phonefmt" USING
                   WS-PHONE-RAW
                   GDN-PHONE
                   WS-PHONE-VALID-BOOL
               END-CALL
               IF WS-PHONE-VALID-FALSE THEN
                   DISPLAY "Phone number is not 10 digits."
                   GO TO 0700-CAPTURE-CONTACT-END
               END-IF
           END-IF.

           DISPLAY "Email (blank to leave as is) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-EMAIL.
           IF WS-ENTRY-EMAIL NOT EQUAL SPACE THEN
               MOVE GDN-STUD-ID TO WS-VAL-USER-ID
               INSPECT WS-VAL-USER-ID REPLACING ALL SPACE BY "0"
               MOVE GDN-NAME TO WS-VAL-USER-NAME
               MOVE WS-ENTRY-EMAIL TO WS-VAL-USER-EMAIL
               CALL "validate" USING
                   WS-VAL-USER-ID
                   WS-VAL-USER-NAME
                   WS-VAL-USER-EMAIL
                   WS-RETURN-VALUE
               END-CALL
               IF NOT WS-RETURN-OK THEN
                   DISPLAY "Email rejected (code " WS-RETURN-VALUE
                       ")."
                   GO TO 0700-CAPTURE-CONTACT-END
               END-IF
               MOVE WS-ENTRY-EMAIL TO GDN-EMAIL
           END-IF.

           DISPLAY "Letters by E(mail) or P(ost) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-PREF.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-PREF) TO WS-ENTRY-PREF.
           IF WS-ENTRY-PREF EQUAL "E" OR WS-ENTRY-PREF EQUAL "P" THEN
               MOVE WS-ENTRY-PREF TO GDN-PREF
           END-IF.
           IF GDN-PREF NOT EQUAL "E" THEN
               MOVE "P" TO GDN-PREF
           END-IF.
           IF GDN-PREF-EMAIL AND GDN-EMAIL EQUAL SPACE THEN
               DISPLAY "Email delivery needs an email address."
               GO TO 0700-CAPTURE-CONTACT-END
           END-IF.
           IF GDN-PREF-POST AND GDN-ADDRESS EQUAL SPACE THEN
               DISPLAY "Postal delivery needs an address."
               GO TO 0700-CAPTURE-CONTACT-END
           END-IF.
           MOVE 1 TO WS-ENTRY-OK.
       0700-CAPTURE-CONTACT-END.

       0800-WRITE-GUARDIANS-BEGIN.
           OPEN OUTPUT GUARDIAN-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-GDN-TBL-SIZE
               MOVE WS-GDN-IMAGE(WS-IDX) TO GDN-RECORD
               WRITE GDN-RECORD
           END-PERFORM.
           CLOSE GUARDIAN-FILE.
           DISPLAY WS-GDN-TBL-SIZE " guardian contact(s) saved to "
               "data/responsables.txt.".
       0800-WRITE-GUARDIANS-END.
