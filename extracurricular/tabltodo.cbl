               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DONE-STATUS.

      * The operators master doom.cbl signs on against : a task can
      * only be handed to an operator who is on it.
           SELECT OPERATORS-FILE
               ASSIGN TO "data/operateurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

      * The nightrun business-day calendar, every date on it a
      * holiday, for tasks that fall on the last working day.
           SELECT CALENDAR-FILE
               ASSIGN TO "data/calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TASK-FILE.
           05 TF-DUE             PIC 9(08).
           05 FILLER             PIC X(01).
           05 TF-PRIO            PIC X(01).
      * Who the task is for and how it repeats, appended : lines
      * saved before read as unassigned one-off tasks.
           05 FILLER             PIC X(01).
           05 TF-OWNER           PIC X(08).
           05 FILLER             PIC X(01).
           05 TF-RULE            PIC X(01).
           05 FILLER             PIC X(01).
           05 TF-RULE-DAY        PIC 9(02).
       01 TF-SIZE-RCD REDEFINES TF-RCD.
           05 TF-SIZE            PIC 9(02).
           05 FILLER             PIC X(72).

       FD DONE-FILE.
       01 DONE-RCD.
           05 DONE-PRIO          PIC X(01).
           05 FILLER             PIC X(01).
           05 DONE-ON            PIC 9(08).
           05 FILLER             PIC X(01).
           05 DONE-OWNER         PIC X(08).

       FD OPERATORS-FILE.
       01 OPER-RCD.
           05 OPER-ID            PIC X(08).
           05 FILLER             PIC X(01).
           05 OPER-NAME          PIC X(20).
           05 FILLER             PIC X(01).
           05 OPER-ROLE          PIC X(10).

       FD CALENDAR-FILE.
       01 CAL-RCD.
           05 CAL-DATE           PIC 9(08).
           05 FILLER             PIC X(01).
           05 CAL-DESC           PIC X(20).

       WORKING-STORAGE SECTION.
      * Constants strings
       01 STRING-DISPLAY       PIC X(7) VALUE "DISPLAY".
       01 STRING-REMOVE        PIC X(6) VALUE "REMOVE".
       01 STRING-QUIT          PIC X(4) VALUE "QUIT".
       01 STRING-OVERDUE       PIC X(7) VALUE "OVERDUE".
       01 STRING-NO-TASK       PIC X(50)
           VALUE "There are no tasks in the list.".
       01 STRING-MAX-SIZE PIC X(50) VALUE "The list cannot be longer".
       01 NEW-VALUE            PIC X(50).
       01 NEW-DUE              PIC 9(08).
       01 NEW-PRIO             PIC X(01).
       01 NEW-OWNER            PIC X(08).
      * How a task repeats : blank never, D every day, W every week
      * on NEW-RULE-DAY (1 Monday .. 7 Sunday), M every month on day
      * NEW-RULE-DAY (the month end when the month is shorter), L the
      * last working day of every month.
       01 NEW-RULE             PIC X(01).
           88 NEW-RULE-VALID   VALUES SPACE "D" "W" "M" "L".
       01 NEW-RULE-DAY         PIC 9(02).
       01 REPEAT-ANSWER        PIC X(01).

       01 TASK-TABLE.
           05 TASK-A           OCCURS 1 TO 99 TIMES
               10 TASK-TEXT    PIC X(50).
               10 TASK-DUE     PIC 9(08).
               10 TASK-PRIO    PIC X(01).
               10 TASK-OWNER   PIC X(08).
               10 TASK-RULE    PIC X(01).
               10 TASK-RULE-DAY PIC 9(02).
           
       01 MAX-TABLE-SIZE       PIC 9(2) VALUE 99.
       01 TABLE-SIZE           PIC 9(2) VALUE ZERO.
           88 WS-F-STATUS-EOF            VALUE "10".
       01 WS-DONE-STATUS       PIC X(02).
           88 WS-DONE-STATUS-OK          VALUE "00".
       01 WS-OPER-STATUS       PIC X(02).
           88 WS-OPER-STATUS-OK          VALUE "00".
       01 WS-CAL-STATUS        PIC X(02).
           88 WS-CAL-STATUS-OK           VALUE "00".
       01 WS-EOF               PIC 9(01).
           88 WS-EOF-TRUE                VALUE 1.
           88 WS-EOF-FALSE               VALUE 0.

      * Who is signed on, and whether their role (maintenance or
      * admin) makes them a supervisor who may list everyone's
      * overdue tasks.
       01 AUTH-PROGRAM         PIC X(08) VALUE "tabltodo".
       01 AUTH-NEEDED          PIC 9(01) VALUE 1.
       01 AUTH-OK              PIC 9(01).
           88 AUTH-OK-TRUE               VALUE 1.
           88 AUTH-OK-FALSE              VALUE 0.
       01 CURRENT-OPER         PIC X(08).
       01 CURRENT-ROLE         PIC X(10).
       01 SUPERVISOR           PIC X(01) VALUE "N".
           88 SUPERVISOR-TRUE            VALUE "Y".
           88 SUPERVISOR-FALSE           VALUE "N".

       01 OPER-TBL-SIZE        PIC 9(02) VALUE 0.
       01 OPER-TABLE.
           05 OPER-ENTRY       PIC X(08) OCCURS 99 TIMES.
       01 OPER-IDX             PIC 9(03).
       01 OPER-FOUND           PIC X(01).
           88 OPER-FOUND-TRUE            VALUE "Y".
           88 OPER-FOUND-FALSE           VALUE "N".

       01 HOL-TBL-SIZE         PIC 9(03) VALUE 0.
       01 HOL-TABLE.
           05 HOL-DATE         PIC 9(08) OCCURS 500 TIMES.
       01 HOL-IDX              PIC 9(03).

      * Working dates for the next occurrence of a repeating task.
       01 RULE-BASE            PIC 9(08).
       01 RULE-INTEGER         PIC S9(09) COMP-5.
       01 RULE-BASE-INTEGER    PIC S9(09) COMP-5.
       01 RULE-WORK-DATE       PIC 9(08).
       01 RULE-WORK-DATE-R REDEFINES RULE-WORK-DATE.
           05 RULE-WORK-YYYY   PIC 9(04).
           05 RULE-WORK-MM     PIC 9(02).
           05 RULE-WORK-DD     PIC 9(02).
       01 RULE-MONTH-LEN       PIC 9(02).
       01 RULE-TARGET-DD       PIC 9(02).
       01 RULE-ROLL-CNT        PIC 9(02).
       01 RULE-DOW             PIC 9(01).
       01 RULE-WORKING-DAY     PIC X(01).
           88 RULE-WORKING-DAY-TRUE      VALUE "Y".
           88 RULE-WORKING-DAY-FALSE     VALUE "N".

      * Overdue listing : the display walks an index array bubble-
      * sorted by due date, soonest first, tasks without a date last.
       01 SORT-IDX-TABLE.
           05 SORT-IDX-ENTRY   PIC 9(02) OCCURS 99 TIMES.
       01 SORT-IDX             PIC 9(02).
      * The signed-on operator's own tasks sort ahead of everyone
      * else's; the supervisor's overdue listing sorts by operator.
       01 SORT-KEY.
           05 SORT-KEY-OWNER   PIC X(08).
           05 SORT-KEY-DUE     PIC 9(08).
       01 SORT-KEY-A           PIC X(16).
       01 SORT-KEY-B           PIC X(16).
       01 SORT-SLOT            PIC 9(02).
       01 DISPLAY-MODE         PIC X(01) VALUE "A".
           88 DISPLAY-MODE-ALL           VALUE "A".
           88 DISPLAY-MODE-OVERDUE       VALUE "O".
       01 SHOWN-CNT            PIC 9(02).
       01 SORT-TEMP            PIC 9(02).
       01 SORT-SWAPPED         PIC X(01).
           88 SORT-SWAPPED-TRUE          VALUE "Y".
       01 TODAY-DATE           PIC 9(08).
       01 OVERDUE-FLAG         PIC X(12).
       PROCEDURE DIVISION.
      * Whoever is signed on gets their own tasks first; an operator
      * no longer on the master is turned away like anywhere else.
           CALL "chkauth" USING AUTH-PROGRAM AUTH-NEEDED
               AUTH-OK CURRENT-OPER CURRENT-ROLE
           END-CALL.
           IF AUTH-OK-FALSE THEN
               DISPLAY "Operator " CURRENT-OPER " is not on the "
                   "operators master. Refused and logged."
               STOP RUN
           END-IF.
           IF CURRENT-ROLE EQUAL "MAINT" OR
              CURRENT-ROLE EQUAL "ADMIN" THEN
               SET SUPERVISOR-TRUE TO TRUE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.

           PERFORM 0650-LOAD-OPERATORS-START
              THRU 0650-LOAD-OPERATORS-END.
           PERFORM 0660-LOAD-CALENDAR-START
              THRU 0660-LOAD-CALENDAR-END.

      * Loads whatever was saved last session, if anything, so the list
      * doesn't start empty every run.
           PERFORM 0600-LOAD-TASKS-START
           PERFORM UNTIL INPUT1 EQUAL STRING-QUIT
      * Checking whether the table is empty, to remove unaccessible
      * commands
               IF TABLE-SIZE NOT EQUAL ZERO AND SUPERVISOR-TRUE THEN
                   DISPLAY "Type " STRING-ADD " / "
                                   STRING-INSERT " / "
                                   STRING-REPLACE " / "
                                   STRING-DISPLAY " / "
                                   STRING-REMOVE " / "
                                   STRING-OVERDUE " / "
                                   STRING-QUIT "."
               ELSE
               IF TABLE-SIZE NOT EQUAL ZERO THEN
                   DISPLAY "Type " STRING-ADD " / "
                                   STRING-INSERT " / "
                   DISPLAY "Type " STRING-ADD " / "
                                   STRING-QUIT "."
               END-IF
               END-IF

               ACCEPT INPUT1
      
                       END-IF

      * REMOVE command, removes the task at a given index, and collapses
      * the list so there is no empty space. A repeating task is done
      * for this time only : it stays in its slot, due on its next
      * occurrence, unless told to stop repeating.
                   WHEN STRING-REMOVE
                       IF TABLE-SIZE NOT EQUAL 0 THEN 
                         PERFORM 0100-DISPLAY-TASKS-START
                            THRU 0200-GET-INDEX-END
                         PERFORM 0800-ARCHIVE-TASK-START
                            THRU 0800-ARCHIVE-TASK-END
                         MOVE "N" TO REPEAT-ANSWER
                         IF TASK-RULE(INPUT-INDEX) NOT EQUAL SPACE
                           DISPLAY "This task repeats - schedule the "
                               "next one (Y/N, blank for Y) : "
                               WITH NO ADVANCING
                           ACCEPT REPEAT-ANSWER
                           IF REPEAT-ANSWER EQUAL SPACE THEN
                             MOVE "Y" TO REPEAT-ANSWER
                           END-IF
                         END-IF
                         IF REPEAT-ANSWER EQUAL "Y" THEN
                           PERFORM 0850-NEXT-OCCURRENCE-START
                              THRU 0850-NEXT-OCCURRENCE-END
                         ELSE
                           MOVE " " TO NEW-VALUE
                           MOVE 0 TO NEW-DUE
                           MOVE " " TO NEW-PRIO
                           MOVE SPACE TO NEW-OWNER
                           MOVE SPACE TO NEW-RULE
                           MOVE 0 TO NEW-RULE-DAY
                           PERFORM 0300-SET-VALUE-START
                              THRU 0300-SET-VALUE-END
                           PERFORM 0400-SHIFT-TASKS-DOWN-START
                              THRU 0400-SHIFT-TASKS-DOWN-END
                         END-IF
                         PERFORM 0700-SAVE-TASKS-START
                            THRU 0700-SAVE-TASKS-END
                       ELSE
                         DISPLAY STRING-NO-TASK
                       END-IF

      * OVERDUE command, a supervisor's view of every operator's
      * overdue tasks, grouped by operator.
                   WHEN STRING-OVERDUE
                       IF SUPERVISOR-FALSE THEN
                         DISPLAY "Only a supervisor (MAINT or ADMIN) "
                             "can list everyone's overdue tasks."
                       ELSE
                       IF TABLE-SIZE NOT EQUAL 0 THEN
                         SET DISPLAY-MODE-OVERDUE TO TRUE
                         PERFORM 0100-DISPLAY-TASKS-START
                            THRU 0100-DISPLAY-TASKS-END
                         SET DISPLAY-MODE-ALL TO TRUE
                       ELSE
                         DISPLAY STRING-NO-TASK
                       END-IF
                       END-IF
                       
               END-EVALUATE
           END-PERFORM.
      * so the other commands keep addressing the same task.
       0100-DISPLAY-TASKS-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           MOVE 0 TO SHOWN-CNT.
           PERFORM VARYING ITERATOR FROM 1 BY 1
                   UNTIL ITERATOR > TABLE-SIZE
               MOVE ITERATOR TO SORT-IDX-ENTRY(ITERATOR)
                  TASK-DUE(ITERATOR) < TODAY-DATE THEN
                   MOVE "*** OVERDUE " TO OVERDUE-FLAG
               END-IF
               IF DISPLAY-MODE-ALL OR OVERDUE-FLAG NOT EQUAL SPACE
                  THEN
                   ADD 1 TO SHOWN-CNT
                   DISPLAY ITERATOR " - " TASK-PRIO(ITERATOR) " "
                       TASK-DUE(ITERATOR) " " TASK-OWNER(ITERATOR)
                       " " TASK-RULE(ITERATOR) " " OVERDUE-FLAG
                       TASK-TEXT(ITERATOR)
               END-IF
           END-PERFORM.
           IF SHOWN-CNT EQUAL 0 THEN
               DISPLAY "Nobody has an overdue task."
           END-IF.
       0100-DISPLAY-TASKS-END.

      * A task without a due date sorts after every dated one.
       0150-DUE-SORT-KEYS-START.
           MOVE SORT-IDX-ENTRY(SORT-IDX) TO SORT-SLOT.
           PERFORM 0160-SORT-KEY-START
              THRU 0160-SORT-KEY-END.
           MOVE SORT-KEY TO SORT-KEY-A.
           MOVE SORT-IDX-ENTRY(SORT-IDX + 1) TO SORT-SLOT.
           PERFORM 0160-SORT-KEY-START
              THRU 0160-SORT-KEY-END.
           MOVE SORT-KEY TO SORT-KEY-B.
       0150-DUE-SORT-KEYS-END.

      * Operator first - the signed-on one ahead of the rest, or each
      * operator in turn on the overdue listing - then the due date.
       0160-SORT-KEY-START.
           IF DISPLAY-MODE-OVERDUE THEN
               MOVE TASK-OWNER(SORT-SLOT) TO SORT-KEY-OWNER
           ELSE
               IF TASK-OWNER(SORT-SLOT) EQUAL CURRENT-OPER THEN
                   MOVE "0" TO SORT-KEY-OWNER
               ELSE
                   MOVE "1" TO SORT-KEY-OWNER
               END-IF
           END-IF.
           MOVE TASK-DUE(SORT-SLOT) TO SORT-KEY-DUE.
           IF SORT-KEY-DUE EQUAL 0 THEN
               MOVE 99999999 TO SORT-KEY-DUE
           END-IF.
       0160-SORT-KEY-END.

      * Due date and priority for a task being added or replaced.
       0250-GET-DUE-PRIO-START.
           ACCEPT NEW-DUE.
           DISPLAY "Priority (H/M/L) : " WITH NO ADVANCING.
           ACCEPT NEW-PRIO.
           PERFORM 0260-GET-OWNER-START
              THRU 0260-GET-OWNER-END.
           PERFORM 0270-GET-RULE-START
              THRU 0270-GET-RULE-END.
       0250-GET-DUE-PRIO-END.

      * Blank hands the task to whoever is signed on; anyone else
      * has to be on the operators master, when there is one.
       0260-GET-OWNER-START.
           DISPLAY "Assigned to (operator ID, blank for yourself) : "
               WITH NO ADVANCING.
           ACCEPT NEW-OWNER.
           IF NEW-OWNER EQUAL SPACE THEN
               MOVE CURRENT-OPER TO NEW-OWNER
           END-IF.
           IF OPER-TBL-SIZE EQUAL 0 OR NEW-OWNER EQUAL CURRENT-OPER
              THEN
               GO TO 0260-GET-OWNER-END
           END-IF.
           SET OPER-FOUND-FALSE TO TRUE.
           PERFORM UNTIL OPER-FOUND-TRUE
               PERFORM VARYING OPER-IDX FROM 1 BY 1
                       UNTIL OPER-IDX > OPER-TBL-SIZE
                   IF OPER-ENTRY(OPER-IDX) EQUAL NEW-OWNER THEN
                       SET OPER-FOUND-TRUE TO TRUE
                   END-IF
               END-PERFORM
               IF NEW-OWNER EQUAL CURRENT-OPER THEN
                   SET OPER-FOUND-TRUE TO TRUE
               END-IF
               IF OPER-FOUND-FALSE THEN
                   DISPLAY "No operator " NEW-OWNER
                       " in data/operateurs.txt, try again : "
                       WITH NO ADVANCING
                   ACCEPT NEW-OWNER
                   IF NEW-OWNER EQUAL SPACE THEN
                       MOVE CURRENT-OPER TO NEW-OWNER
                   END-IF
               END-IF
           END-PERFORM.
       0260-GET-OWNER-END.

      * The repeat rule, and for a repeating task given no due date,
      * its first occurrence from today on.
       0270-GET-RULE-START.
           DISPLAY "Repeats (blank never, D daily, W weekly, "
               "M monthly, L last working day) : " WITH NO ADVANCING.
           ACCEPT NEW-RULE.
           PERFORM UNTIL NEW-RULE-VALID
               DISPLAY "Blank, D, W, M or L, try again : "
                   WITH NO ADVANCING
               ACCEPT NEW-RULE
           END-PERFORM.
           MOVE 0 TO NEW-RULE-DAY.
           EVALUATE NEW-RULE
               WHEN "W"
                   DISPLAY "Weekday (1 Monday .. 7 Sunday) : "
                       WITH NO ADVANCING
                   ACCEPT NEW-RULE-DAY
                   PERFORM UNTIL NEW-RULE-DAY > 0 AND
                                 NEW-RULE-DAY NOT > 7
                       DISPLAY "1 to 7, try again : "
                           WITH NO ADVANCING
                       ACCEPT NEW-RULE-DAY
                   END-PERFORM
               WHEN "M"
                   DISPLAY "Day of the month (1-31, a shorter month "
                       "uses its last day) : " WITH NO ADVANCING
                   ACCEPT NEW-RULE-DAY
                   PERFORM UNTIL NEW-RULE-DAY > 0 AND
                                 NEW-RULE-DAY NOT > 31
                       DISPLAY "1 to 31, try again : "
                           WITH NO ADVANCING
                       ACCEPT NEW-RULE-DAY
                   END-PERFORM
           END-EVALUATE.
           IF NEW-RULE NOT EQUAL SPACE AND NEW-DUE EQUAL 0 THEN
               COMPUTE RULE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE) - 1
               MOVE FUNCTION DATE-OF-INTEGER(RULE-INTEGER)
                   TO RULE-BASE
               PERFORM 0900-NEXT-DUE-START
                  THRU 0900-NEXT-DUE-END
               DISPLAY "First occurrence due " NEW-DUE "."
           END-IF.
       0270-GET-RULE-END.

      * Accepts an index from the user, and then checks whether it fits
      * the current bounds of the task table.
       0200-GET-INDEX-START.
           MOVE NEW-VALUE TO TASK-TEXT(INPUT-INDEX).
           MOVE NEW-DUE TO TASK-DUE(INPUT-INDEX).
           MOVE NEW-PRIO TO TASK-PRIO(INPUT-INDEX).
           MOVE NEW-OWNER TO TASK-OWNER(INPUT-INDEX).
           MOVE NEW-RULE TO TASK-RULE(INPUT-INDEX).
           MOVE NEW-RULE-DAY TO TASK-RULE-DAY(INPUT-INDEX).
       0300-SET-VALUE-END.

      * Shift all tasks down by one in the table, used to close the gap
                               MOVE 0 TO TASK-DUE(ITERATOR)
                           END-IF
                           MOVE TF-PRIO TO TASK-PRIO(ITERATOR)
                           MOVE TF-OWNER TO TASK-OWNER(ITERATOR)
                           MOVE TF-RULE TO NEW-RULE
                           IF NEW-RULE-VALID AND
                              TF-RULE-DAY IS NUMERIC THEN
                               MOVE TF-RULE TO TASK-RULE(ITERATOR)
                               MOVE TF-RULE-DAY
                                 TO TASK-RULE-DAY(ITERATOR)
                           ELSE
                               MOVE SPACE TO TASK-RULE(ITERATOR)
                               MOVE 0 TO TASK-RULE-DAY(ITERATOR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TASK-FILE
           END-IF.
       0600-LOAD-TASKS-END.

      * The operator IDs a task may be handed to. No master on file
      * means no check, as chkauth.cbl treats a pre-role install.
       0650-LOAD-OPERATORS-START.
           MOVE 0 TO OPER-TBL-SIZE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT OPERATORS-FILE.
           IF NOT WS-OPER-STATUS-OK THEN
               GO TO 0650-LOAD-OPERATORS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ OPERATORS-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF OPER-ID NOT EQUAL SPACE AND
                          OPER-TBL-SIZE < 99 THEN
                           ADD 1 TO OPER-TBL-SIZE
                           MOVE OPER-ID TO OPER-ENTRY(OPER-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATORS-FILE.
       0650-LOAD-OPERATORS-END.

      * Every date on the calendar file is a holiday, the reading
      * nightrun and duedate give it.
       0660-LOAD-CALENDAR-START.
           MOVE 0 TO HOL-TBL-SIZE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CALENDAR-FILE.
           IF NOT WS-CAL-STATUS-OK THEN
               GO TO 0660-LOAD-CALENDAR-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CALENDAR-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF CAL-DATE IS NUMERIC AND
                          HOL-TBL-SIZE < 500 THEN
                           ADD 1 TO HOL-TBL-SIZE
                           MOVE CAL-DATE TO HOL-DATE(HOL-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.
       0660-LOAD-CALENDAR-END.

      * Writes TABLE-SIZE followed by every current task, one per line,
      * so the whole list survives across runs.
       0700-SAVE-TASKS-START.
           OPEN OUTPUT TASK-FILE.
           MOVE SPACE TO TF-SIZE-RCD.
           MOVE TABLE-SIZE TO TF-SIZE.
           WRITE TF-SIZE-RCD.
           PERFORM VARYING ITERATOR FROM 1 BY 1
               MOVE TASK-TEXT(ITERATOR) TO TF-TEXT
               MOVE TASK-DUE(ITERATOR) TO TF-DUE
               MOVE TASK-PRIO(ITERATOR) TO TF-PRIO
               MOVE TASK-OWNER(ITERATOR) TO TF-OWNER
               MOVE TASK-RULE(ITERATOR) TO TF-RULE
               MOVE TASK-RULE-DAY(ITERATOR) TO TF-RULE-DAY
               WRITE TF-RCD
           END-PERFORM.
           CLOSE TASK-FILE.
           MOVE TASK-DUE(INPUT-INDEX) TO DONE-DUE.
           MOVE TASK-PRIO(INPUT-INDEX) TO DONE-PRIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DONE-ON.
           MOVE TASK-OWNER(INPUT-INDEX) TO DONE-OWNER.
           WRITE DONE-RCD.
           CLOSE DONE-FILE.
       0800-ARCHIVE-TASK-END.

      * The task done stays in its slot, due on its next occurrence.
      * That counts on from the date it was due, so a monthly close
      * done late is still next due next month; a daily task let slip
      * for days comes back due today, not on a day already gone.
       0850-NEXT-OCCURRENCE-START.
           MOVE TASK-RULE(INPUT-INDEX) TO NEW-RULE.
           MOVE TASK-RULE-DAY(INPUT-INDEX) TO NEW-RULE-DAY.
           MOVE TASK-DUE(INPUT-INDEX) TO RULE-BASE.
           IF RULE-BASE EQUAL 0 THEN
               MOVE TODAY-DATE TO RULE-BASE
           END-IF.
           MOVE 0 TO NEW-DUE.
           PERFORM UNTIL NEW-DUE NOT < TODAY-DATE
               PERFORM 0900-NEXT-DUE-START
                  THRU 0900-NEXT-DUE-END
               MOVE NEW-DUE TO RULE-BASE
           END-PERFORM.
           MOVE NEW-DUE TO TASK-DUE(INPUT-INDEX).
           DISPLAY "Next occurrence due " NEW-DUE ".".
       0850-NEXT-OCCURRENCE-END.

      * The first date after RULE-BASE the rule in NEW-RULE and
      * NEW-RULE-DAY falls on, into NEW-DUE. Day 1 of the
      * INTEGER-OF-DATE epoch was a Monday, so the day number modulo
      * 7 gives 1 for Monday through 6 for Saturday and 0 for Sunday.
       0900-NEXT-DUE-START.
           COMPUTE RULE-BASE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RULE-BASE).
           MOVE RULE-BASE TO RULE-WORK-DATE.
           EVALUATE NEW-RULE
               WHEN "D"
                   COMPUTE RULE-INTEGER = RULE-BASE-INTEGER + 1
               WHEN "W"
                   COMPUTE RULE-INTEGER = RULE-BASE-INTEGER + 1 +
                       FUNCTION MOD(NEW-RULE-DAY + 6 -
                           FUNCTION MOD(RULE-BASE-INTEGER, 7), 7)
               WHEN "M"
                   PERFORM 0920-MONTH-LENGTH-START
                      THRU 0920-MONTH-LENGTH-END
                   IF NEW-RULE-DAY > RULE-MONTH-LEN AND
                      RULE-MONTH-LEN > RULE-WORK-DD THEN
                       MOVE RULE-MONTH-LEN TO RULE-WORK-DD
                   ELSE
                   IF NEW-RULE-DAY > RULE-WORK-DD AND
                      NEW-RULE-DAY NOT > RULE-MONTH-LEN THEN
                       MOVE NEW-RULE-DAY TO RULE-WORK-DD
                   ELSE
                       PERFORM 0930-NEXT-MONTH-START
                          THRU 0930-NEXT-MONTH-END
                       PERFORM 0920-MONTH-LENGTH-START
                          THRU 0920-MONTH-LENGTH-END
                       MOVE NEW-RULE-DAY TO RULE-WORK-DD
                       IF NEW-RULE-DAY > RULE-MONTH-LEN THEN
                           MOVE RULE-MONTH-LEN TO RULE-WORK-DD
                       END-IF
                   END-IF
                   END-IF
                   COMPUTE RULE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(RULE-WORK-DATE)
               WHEN "L"
                   PERFORM 0940-LAST-WORKING-DAY-START
                      THRU 0940-LAST-WORKING-DAY-END
                   IF RULE-INTEGER NOT > RULE-BASE-INTEGER THEN
                       MOVE RULE-BASE TO RULE-WORK-DATE
                       PERFORM 0930-NEXT-MONTH-START
                          THRU 0930-NEXT-MONTH-END
                       PERFORM 0940-LAST-WORKING-DAY-START
                          THRU 0940-LAST-WORKING-DAY-END
                   END-IF
           END-EVALUATE.
           MOVE FUNCTION DATE-OF-INTEGER(RULE-INTEGER) TO NEW-DUE.
       0900-NEXT-DUE-END.

      * Days in the month of RULE-WORK-DATE : the first of the next
      * month less the first of this one.
       0920-MONTH-LENGTH-START.
           MOVE RULE-WORK-DD TO RULE-TARGET-DD.
           MOVE 1 TO RULE-WORK-DD.
           COMPUTE RULE-INTEGER = FUNCTION INTEGER-OF-DATE(
               RULE-WORK-DATE).
           PERFORM 0930-NEXT-MONTH-START
              THRU 0930-NEXT-MONTH-END.
           COMPUTE RULE-MONTH-LEN = FUNCTION INTEGER-OF-DATE(
               RULE-WORK-DATE) - RULE-INTEGER.
           IF RULE-WORK-MM EQUAL 1 THEN
               MOVE 12 TO RULE-WORK-MM
               SUBTRACT 1 FROM RULE-WORK-YYYY
           ELSE
               SUBTRACT 1 FROM RULE-WORK-MM
           END-IF.
           MOVE RULE-TARGET-DD TO RULE-WORK-DD.
       0920-MONTH-LENGTH-END.

      * The first of the month after RULE-WORK-DATE's.
       0930-NEXT-MONTH-START.
           MOVE 1 TO RULE-WORK-DD.
           IF RULE-WORK-MM EQUAL 12 THEN
               MOVE 1 TO RULE-WORK-MM
               ADD 1 TO RULE-WORK-YYYY
           ELSE
               ADD 1 TO RULE-WORK-MM
           END-IF.
       0930-NEXT-MONTH-END.

      * The last day of RULE-WORK-DATE's month, walked back past
      * Saturdays, Sundays and calendar holidays, into RULE-INTEGER.
      * A calendar that blocks a whole month is taken as a mistake.
       0940-LAST-WORKING-DAY-START.
           PERFORM 0930-NEXT-MONTH-START
              THRU 0930-NEXT-MONTH-END.
           COMPUTE RULE-INTEGER = FUNCTION INTEGER-OF-DATE(
               RULE-WORK-DATE) - 1.
           MOVE 0 TO RULE-ROLL-CNT.
           SET RULE-WORKING-DAY-FALSE TO TRUE.
           PERFORM UNTIL RULE-WORKING-DAY-TRUE OR RULE-ROLL-CNT > 30
               SET RULE-WORKING-DAY-TRUE TO TRUE
               COMPUTE RULE-DOW = FUNCTION MOD(RULE-INTEGER, 7)
               IF RULE-DOW EQUAL 6 OR RULE-DOW EQUAL 0 THEN
                   SET RULE-WORKING-DAY-FALSE TO TRUE
               ELSE
                   MOVE FUNCTION DATE-OF-INTEGER(RULE-INTEGER)
                       TO RULE-WORK-DATE
                   PERFORM VARYING HOL-IDX FROM 1 BY 1
                           UNTIL HOL-IDX > HOL-TBL-SIZE
                       IF HOL-DATE(HOL-IDX) EQUAL RULE-WORK-DATE THEN
                           SET RULE-WORKING-DAY-FALSE TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               IF RULE-WORKING-DAY-FALSE THEN
                   SUBTRACT 1 FROM RULE-INTEGER
                   ADD 1 TO RULE-ROLL-CNT
               END-IF
           END-PERFORM.
       0940-LAST-WORKING-DAY-END.
