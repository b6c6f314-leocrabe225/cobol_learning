       IDENTIFICATION DIVISION.
       PROGRAM-ID. submaint.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

      * Keeps the subject master data/matieres.txt : code, name,
      * coefficient and the coursework/exam split of each subject.
      * Mark capture in stud4sub.cbl and the term calculation in
      * termcalc.cbl both read it, so a change of curriculum is made
      * here instead of in their source.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJECT-FILE
               ASSIGN TO "data/matieres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUBJECT-FILE.
       COPY "copybooks/subjrcd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SUB-STATUS          PIC X(02).
           88 WS-SUB-STATUS-OK             VALUE "00".
       01 WS-EOF                 PIC 9(01).
           88 WS-EOF-TRUE                  VALUE 1.
           88 WS-EOF-FALSE                 VALUE 0.

       77 WS-SUB-TBL-SIZE        PIC 9(02) VALUE 0.
       01 WS-SUB-TBL.
           05 WS-SUB             OCCURS 30 TIMES.
               10 WS-SUB-CODE    PIC X(04).
               10 WS-SUB-NAME    PIC X(15).
               10 WS-SUB-COEF    PIC 9(02).
               10 WS-SUB-CW-PCT  PIC 9(03).
       77 WS-IDX                 PIC 9(02).
       77 WS-SUB-FOUND-IDX       PIC 9(02).
       77 WS-CHANGED             PIC 9(01) VALUE 0.

       77 WS-COMMAND             PIC X(10).
       77 WS-ENTRY-CODE          PIC X(04).
       77 WS-ENTRY-NAME          PIC X(15).
       77 WS-ENTRY-COEF          PIC 9(02).
       77 WS-ENTRY-CW-PCT        PIC 9(03).

       01 WS-LIST-LINE.
           05 WS-LIST-CODE       PIC X(04).
           05 FILLER             PIC X(03) VALUE " | ".
           05 WS-LIST-NAME       PIC X(15).
           05 FILLER             PIC X(09) VALUE " | coef ".
           05 WS-LIST-COEF       PIC Z9.
           05 FILLER             PIC X(14) VALUE " | coursework ".
           05 WS-LIST-CW-PCT     PIC ZZ9.
           05 FILLER             PIC X(10) VALUE "% / exam ".
           05 WS-LIST-EX-PCT     PIC ZZ9.
           05 FILLER             PIC X(01) VALUE "%".

       PROCEDURE DIVISION.
           PERFORM 0100-LOAD-SUBJECTS-BEGIN
              THRU 0100-LOAD-SUBJECTS-END.

           MOVE SPACE TO WS-COMMAND.
           PERFORM UNTIL WS-COMMAND EQUAL "QUIT"
               DISPLAY "Type ADD / AMEND / LIST / QUIT."
               ACCEPT WS-COMMAND
               EVALUATE WS-COMMAND
                   WHEN "ADD"
                       PERFORM 0200-ADD-SUBJECT-BEGIN
                          THRU 0200-ADD-SUBJECT-END
                   WHEN "AMEND"
                       PERFORM 0300-AMEND-SUBJECT-BEGIN
                          THRU 0300-AMEND-SUBJECT-END
                   WHEN "LIST"
                       PERFORM 0400-LIST-SUBJECTS-BEGIN
                          THRU 0400-LIST-SUBJECTS-END
                   WHEN "QUIT"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unrecognized command : " WS-COMMAND
               END-EVALUATE
           END-PERFORM.

           IF WS-CHANGED EQUAL 1 THEN
               PERFORM 0600-WRITE-SUBJECTS-BEGIN
                  THRU 0600-WRITE-SUBJECTS-END
           END-IF.

           GOBACK.

       0100-LOAD-SUBJECTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SUBJECT-FILE.
           IF NOT WS-SUB-STATUS-OK THEN
               DISPLAY "No subject master yet - starting empty."
               GO TO 0100-LOAD-SUBJECTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ SUBJECT-FILE
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
           CLOSE SUBJECT-FILE.
       0100-LOAD-SUBJECTS-END.

       0200-ADD-SUBJECT-BEGIN.
           IF WS-SUB-TBL-SIZE NOT < 30 THEN
               DISPLAY "Subject master full (30 subjects)."
               GO TO 0200-ADD-SUBJECT-END
           END-IF.
           DISPLAY "Subject code (4 characters) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CODE.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CODE) TO WS-ENTRY-CODE.
           IF WS-ENTRY-CODE EQUAL SPACE OR
              WS-ENTRY-CODE EQUAL "*AVG" THEN
               DISPLAY "Invalid subject code."
               GO TO 0200-ADD-SUBJECT-END
           END-IF.
           PERFORM 0500-FIND-SUBJECT-BEGIN
              THRU 0500-FIND-SUBJECT-END.
           IF WS-SUB-FOUND-IDX > 0 THEN
               DISPLAY "Subject " WS-ENTRY-CODE " already exists - "
                   "use AMEND."
               GO TO 0200-ADD-SUBJECT-END
           END-IF.
           DISPLAY "Subject name : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-NAME.
           IF WS-ENTRY-NAME EQUAL SPACE THEN
               DISPLAY "No name - subject not added."
               GO TO 0200-ADD-SUBJECT-END
           END-IF.
           PERFORM 0550-ENTER-WEIGHTS-BEGIN
              THRU 0550-ENTER-WEIGHTS-END.
           IF WS-ENTRY-CW-PCT > 100 OR WS-ENTRY-COEF > 20 THEN
               GO TO 0200-ADD-SUBJECT-END
           END-IF.

           ADD 1 TO WS-SUB-TBL-SIZE.
           MOVE WS-ENTRY-CODE TO WS-SUB-CODE(WS-SUB-TBL-SIZE).
           MOVE WS-ENTRY-NAME TO WS-SUB-NAME(WS-SUB-TBL-SIZE).
           MOVE WS-ENTRY-COEF TO WS-SUB-COEF(WS-SUB-TBL-SIZE).
           MOVE WS-ENTRY-CW-PCT TO WS-SUB-CW-PCT(WS-SUB-TBL-SIZE).
           MOVE 1 TO WS-CHANGED.
           DISPLAY "Subject " WS-ENTRY-CODE " added.".
       0200-ADD-SUBJECT-END.

      * A new coefficient or split applies from the next termcalc
      * run : results already calculated are left as published.
       0300-AMEND-SUBJECT-BEGIN.
           DISPLAY "Subject code : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CODE.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CODE) TO WS-ENTRY-CODE.
           PERFORM 0500-FIND-SUBJECT-BEGIN
              THRU 0500-FIND-SUBJECT-END.
           IF WS-SUB-FOUND-IDX EQUAL 0 THEN
               DISPLAY "No subject " WS-ENTRY-CODE "."
               GO TO 0300-AMEND-SUBJECT-END
           END-IF.
           DISPLAY "Subject name (blank to keep "
               FUNCTION TRIM(WS-SUB-NAME(WS-SUB-FOUND-IDX)) ") : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-NAME.
           PERFORM 0550-ENTER-WEIGHTS-BEGIN
              THRU 0550-ENTER-WEIGHTS-END.
           IF WS-ENTRY-CW-PCT > 100 OR WS-ENTRY-COEF > 20 THEN
               GO TO 0300-AMEND-SUBJECT-END
           END-IF.

           IF WS-ENTRY-NAME NOT EQUAL SPACE THEN
               MOVE WS-ENTRY-NAME TO WS-SUB-NAME(WS-SUB-FOUND-IDX)
           END-IF.
           MOVE WS-ENTRY-COEF TO WS-SUB-COEF(WS-SUB-FOUND-IDX).
           MOVE WS-ENTRY-CW-PCT TO WS-SUB-CW-PCT(WS-SUB-FOUND-IDX).
           MOVE 1 TO WS-CHANGED.
           DISPLAY "Subject " WS-ENTRY-CODE " amended.".
       0300-AMEND-SUBJECT-END.

       0400-LIST-SUBJECTS-BEGIN.
           IF WS-SUB-TBL-SIZE EQUAL 0 THEN
               DISPLAY "No subjects on file."
               GO TO 0400-LIST-SUBJECTS-END
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SUB-TBL-SIZE
               MOVE WS-SUB-CODE(WS-IDX) TO WS-LIST-CODE
               MOVE WS-SUB-NAME(WS-IDX) TO WS-LIST-NAME
               MOVE WS-SUB-COEF(WS-IDX) TO WS-LIST-COEF
               MOVE WS-SUB-CW-PCT(WS-IDX) TO WS-LIST-CW-PCT
               COMPUTE WS-LIST-EX-PCT = 100 - WS-SUB-CW-PCT(WS-IDX)
               DISPLAY WS-LIST-LINE
           END-PERFORM.
       0400-LIST-SUBJECTS-END.

       0500-FIND-SUBJECT-BEGIN.
           MOVE 0 TO WS-SUB-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SUB-TBL-SIZE
                      OR WS-SUB-FOUND-IDX > 0
               IF WS-SUB-CODE(WS-IDX) EQUAL WS-ENTRY-CODE THEN
                   MOVE WS-IDX TO WS-SUB-FOUND-IDX
               END-IF
           END-PERFORM.
       0500-FIND-SUBJECT-END.

      * Coefficient 0 to 20, zero keeping the subject out of the
      * overall average; coursework share 0 to 100 percent.
       0550-ENTER-WEIGHTS-BEGIN.
           DISPLAY "Coefficient (0-20) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-COEF.
           IF WS-ENTRY-COEF > 20 THEN
               DISPLAY "Coefficient above 20 - refused."
               GO TO 0550-ENTER-WEIGHTS-END
           END-IF.
           DISPLAY "Coursework share in percent (0-100, the exam "
               "takes the rest) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CW-PCT.
           IF WS-ENTRY-CW-PCT > 100 THEN
               DISPLAY "Coursework share above 100% - refused."
           END-IF.
       0550-ENTER-WEIGHTS-END.

       0600-WRITE-SUBJECTS-BEGIN.
           OPEN OUTPUT SUBJECT-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SUB-TBL-SIZE
               MOVE SPACES TO SUB-RECORD
               MOVE WS-SUB-CODE(WS-IDX) TO SUB-CODE
               MOVE WS-SUB-NAME(WS-IDX) TO SUB-NAME
               MOVE WS-SUB-COEF(WS-IDX) TO SUB-COEF
               MOVE WS-SUB-CW-PCT(WS-IDX) TO SUB-CW-PCT
               WRITE SUB-RECORD
           END-PERFORM.
           CLOSE SUBJECT-FILE.
           DISPLAY WS-SUB-TBL-SIZE " subject(s) saved to "
               "data/matieres.txt.".
       0600-WRITE-SUBJECTS-END.
