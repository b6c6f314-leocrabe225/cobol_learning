               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROS-STATUS.

      * One row per student per date : P present, A absent, E absent
      * with an excuse the school has accepted, L late. Only "A"
      * brings a letter home from absnotif.cbl.
           SELECT ATTENDANCE-FILE
               ASSIGN TO "output/attendance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           05 ATT-STUD-ID        PIC 9(04).

       FD ABSENCE-REPORT-OUTPUT.
       01 RPT-OUT-RCD            PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-ROS-STATUS           PIC X(02).
               10 WS-STUD-CLASS   PIC X(03).
               10 WS-STUD-NAME    PIC X(15).
               10 WS-STUD-ABSENT  PIC 9(03).
               10 WS-STUD-EXCUSED PIC 9(03).
               10 WS-STUD-LATE    PIC 9(03).
       77 WS-STUD-CNT             PIC 9(02) VALUE 0.
       77 WS-IDX                  PIC 9(02).
           05 WS-RPT-NAME         PIC X(15).
           05 FILLER              PIC X(10) VALUE " absent : ".
           05 WS-RPT-ABSENT       PIC ZZ9.
           05 FILLER              PIC X(11) VALUE " excused : ".
           05 WS-RPT-EXCUSED      PIC ZZ9.
           05 FILLER              PIC X(08) VALUE " late : ".
           05 WS-RPT-LATE         PIC ZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           MOVE SPACE TO WS-ENTRY-MARK.
           PERFORM UNTIL WS-ENTRY-MARK EQUAL "P" OR
                         WS-ENTRY-MARK EQUAL "A" OR
                         WS-ENTRY-MARK EQUAL "E" OR
                         WS-ENTRY-MARK EQUAL "L"
               DISPLAY F-CLASS-NAME-OUT " "
                   FUNCTION TRIM(F-STUDENT-NAME-OUT)
                   " (P/A/E/L) : " WITH NO ADVANCING
               ACCEPT WS-ENTRY-MARK
           END-PERFORM.
           MOVE SPACE TO ATT-RECORD.
               MOVE WS-STUD-CLASS(WS-IDX) TO WS-RPT-CLASS
               MOVE WS-STUD-NAME(WS-IDX) TO WS-RPT-NAME
               MOVE WS-STUD-ABSENT(WS-IDX) TO WS-RPT-ABSENT
               MOVE WS-STUD-EXCUSED(WS-IDX) TO WS-RPT-EXCUSED
               MOVE WS-STUD-LATE(WS-IDX) TO WS-RPT-LATE
               IF WS-STUD-ABSENT(WS-IDX) > WS-THRESHOLD THEN
                   MOVE "*** FOLLOW UP ***" TO WS-RPT-FLAG
               MOVE ATT-CLASS TO WS-STUD-CLASS(WS-FOUND-IDX)
               MOVE ATT-NAME TO WS-STUD-NAME(WS-FOUND-IDX)
               MOVE 0 TO WS-STUD-ABSENT(WS-FOUND-IDX)
               MOVE 0 TO WS-STUD-EXCUSED(WS-FOUND-IDX)
               MOVE 0 TO WS-STUD-LATE(WS-FOUND-IDX)
           END-IF.
           IF WS-FOUND-IDX > 0 THEN
               EVALUATE ATT-MARK
                   WHEN "A"
                       ADD 1 TO WS-STUD-ABSENT(WS-FOUND-IDX)
                   WHEN "E"
                       ADD 1 TO WS-STUD-EXCUSED(WS-FOUND-IDX)
                   WHEN "L"
                       ADD 1 TO WS-STUD-LATE(WS-FOUND-IDX)
                   WHEN OTHER
