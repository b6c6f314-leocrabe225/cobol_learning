       IDENTIFICATION DIVISION.
       PROGRAM-ID. wofreg.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The year's bad-debt write-offs for the auditors : every order
      * written off in the year with who asked and who approved,
      * totals by reason, then the requests rejected in the year and
      * those still waiting for a supervisor.
           SELECT WRITE-OFF-FILE
               ASSIGN TO "data/write-offs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOF-STATUS.

           SELECT CLIENTS-INPUT
               ASSIGN TO "data/clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

           SELECT REPORT-OUTPUT
               ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

      * Shared end-of-day summary log, folded together with the other
      * day15/day17 report programs by eodsum.cbl.
           SELECT EOD-LOG-OUTPUT
               ASSIGN TO "output/eod-summary.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WRITE-OFF-FILE.
       COPY wofrcd.

       FD CLIENTS-INPUT.
       COPY climast.

       FD REPORT-OUTPUT.
       01 RPT-OUT-RCD              PIC X(120).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-F-STATUS                 PIC X(02).
           88 WS-F-STATUS-OK                    VALUE "00".
       01 WS-WOF-STATUS               PIC X(02).
           88 WS-WOF-STATUS-OK                  VALUE "00".
       01 WS-EOD-STATUS               PIC X(02).
           88 WS-EOD-STATUS-OK                  VALUE "00".

       77 WS-THIS-YEAR                PIC 9(04).
       77 WS-RPT-FILENAME             PIC X(40).
       77 WS-OPERATOR-ID              PIC X(08).

       77 WS-CLI-TBL-SIZE             PIC 9(04) VALUE 0.
       01 WS-CLI-TBL.
           05 WS-CLI OCCURS 9999 TIMES.
               10 WS-CLI-ID           PIC 9(04).
               10 WS-CLI-NAME         PIC X(10).
               10 WS-CLI-FNAME        PIC X(10).
       77 WS-CLI-IDX                  PIC 9(05).

      * The register rows of the year, held so each section can be
      * printed in its own pass.
       77 WS-WOF-TBL-SIZE             PIC 9(04) VALUE 0.
       77 WS-WOF-TBL-MAX              PIC 9(04) VALUE 5000.
       01 WS-WOF-TBL.
           05 WS-WOF-IMAGE            PIC X(100) OCCURS 5000 TIMES.
       77 WS-IDX                      PIC 9(04).
       77 WS-ROW-YEAR                 PIC 9(04).
       77 WS-OVERFLOW-CNT             PIC 9(04) VALUE 0.

      * Written-off amount by reason code.
       77 WS-RSN-TBL-SIZE             PIC 9(02) VALUE 0.
       01 WS-RSN-TBL.
           05 WS-RSN OCCURS 30 TIMES.
               10 WS-RSN-CODE         PIC X(04).
               10 WS-RSN-CNT          PIC 9(04).
               10 WS-RSN-AMT          PIC 9(09)V99.
       77 WS-RSN-IDX                  PIC 9(02).
       77 WS-RSN-FOUND-IDX            PIC 9(02).

       77 WS-APPROVED-CNT             PIC 9(04) VALUE 0.
       77 WS-APPROVED-AMT             PIC 9(09)V99 VALUE 0.
       77 WS-WITHIN-CNT               PIC 9(04) VALUE 0.
       77 WS-WITHIN-AMT               PIC 9(09)V99 VALUE 0.
       77 WS-REJECTED-CNT             PIC 9(04) VALUE 0.
       77 WS-REJECTED-AMT             PIC 9(09)V99 VALUE 0.
       77 WS-PENDING-CNT              PIC 9(04) VALUE 0.
       77 WS-PENDING-AMT              PIC 9(09)V99 VALUE 0.
       77 WS-UNKNOWN-CLI-CNT          PIC 9(04) VALUE 0.
       77 WS-SECTION-CNT              PIC 9(04).

       01 WS-RPT-TITLE-LINE.
           05 FILLER                  PIC X(34) VALUE
               "*** BAD-DEBT WRITE-OFF REGISTER - ".
           05 WS-RPT-TITLE-YEAR       PIC 9(04).
           05 FILLER                  PIC X(04) VALUE " ***".

       01 WS-RPT-HEADING-LINE.
           05 FILLER                  PIC X(07) VALUE "No".
           05 FILLER                  PIC X(10) VALUE "Decided".
           05 FILLER                  PIC X(26) VALUE "Client".
           05 FILLER                  PIC X(07) VALUE "Order".
           05 FILLER                  PIC X(16) VALUE "Amount".
           05 FILLER                  PIC X(06) VALUE "Rsn".
           05 FILLER                  PIC X(09) VALUE "Asked by".
           05 FILLER                  PIC X(09) VALUE "Decided".
           05 FILLER                  PIC X(30) VALUE "Note".

       01 WS-RPT-ROW-LINE.
           05 WS-RPT-NO               PIC 9(05).
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-DATE             PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-CLI-ID           PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-CLI-FNAME        PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-CLI-NAME         PIC X(10).
           05 WS-RPT-ORD-ID           PIC 9(05).
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-AMT              PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(04) VALUE SPACE.
           05 WS-RPT-REASON           PIC X(04).
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-REQ-OPER         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-DEC-OPER         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-NOTE             PIC X(30).

       01 WS-RPT-RSN-LINE.
           05 FILLER                  PIC X(04) VALUE SPACE.
           05 WS-RPT-RSN-CODE         PIC X(04).
           05 FILLER                  PIC X(04) VALUE SPACE.
           05 WS-RPT-RSN-CNT          PIC ZZZ9.
           05 FILLER                  PIC X(10) VALUE " order(s) ".
           05 WS-RPT-RSN-AMT          PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-RPT-SUM-LINE.
           05 WS-RPT-SUM-LABEL        PIC X(34).
           05 WS-RPT-SUM-CNT          PIC ZZZ9.
           05 FILLER                  PIC X(10) VALUE " order(s) ".
           05 WS-RPT-SUM-AMT          PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-RPT-TRAILER-LINE.
           05 FILLER                  PIC X(20) VALUE
               "*** END OF REPORT - ".
           05 WS-TRL-ROWS             PIC ZZZ9.
           05 FILLER                  PIC X(17) VALUE
               " ROW(S) SHOWN ***".

       PROCEDURE DIVISION.
           DISPLAY "Register year (YYYY) : " WITH NO ADVANCING.
           ACCEPT WS-THIS-YEAR.
           IF WS-THIS-YEAR < 1900 THEN
               DISPLAY "Not a possible year - no write-off register."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0100-LOAD-CLIENTS-BEGIN
              THRU 0100-LOAD-CLIENTS-END.
           PERFORM 0150-LOAD-REGISTER-BEGIN
              THRU 0150-LOAD-REGISTER-END.
           PERFORM 0400-WRITE-REPORT-BEGIN
              THRU 0400-WRITE-REPORT-END.
           PERFORM 0700-WRITE-EOD-LOG-BEGIN
              THRU 0700-WRITE-EOD-LOG-END.

           DISPLAY "Write-off register written to "
               FUNCTION TRIM(WS-RPT-FILENAME) " : "
               WS-APPROVED-CNT " written off, " WS-REJECTED-CNT
               " rejected, " WS-PENDING-CNT " waiting.".

      * Exit status for the scheduler : 0 clean, 4 when a row names
      * an unknown client or rows past the table slots were left
      * out, 8 on the aborts. Requests still waiting are the
      * supervisor's business, not an error.
           IF WS-UNKNOWN-CLI-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-UNKNOWN-CLI-CNT
                   " row(s) name no client in clients.txt."
           END-IF.
           IF WS-OVERFLOW-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-OVERFLOW-CNT
                   " row(s) past the table slots were left out."
           END-IF.
           IF WS-UNKNOWN-CLI-CNT > 0 OR WS-OVERFLOW-CNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0100-LOAD-CLIENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLIENTS-INPUT.
           IF NOT WS-F-STATUS-OK THEN
               DISPLAY "Unable to open data/clients.txt, status "
                   WS-F-STATUS "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLIENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-CLI-TBL-SIZE < 9999 THEN
                           ADD 1 TO WS-CLI-TBL-SIZE
                           MOVE CLI-M-ID
                               TO WS-CLI-ID(WS-CLI-TBL-SIZE)
                           MOVE CLI-M-NAME
                               TO WS-CLI-NAME(WS-CLI-TBL-SIZE)
                           MOVE CLI-M-FNAME
                               TO WS-CLI-FNAME(WS-CLI-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTS-INPUT.
       0100-LOAD-CLIENTS-END.

      * A decided row belongs to the year it was decided in; one
      * still waiting to the year it was asked for.
       0150-LOAD-REGISTER-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT WRITE-OFF-FILE.
           IF NOT WS-WOF-STATUS-OK THEN
               DISPLAY "No data/write-offs.txt - nothing written off "
                   "yet."
               GO TO 0150-LOAD-REGISTER-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ WRITE-OFF-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WOF-STATUS-PENDING THEN
                           MOVE WOF-REQ-DATE(1:4) TO WS-ROW-YEAR
                       ELSE
                           MOVE WOF-DEC-DATE(1:4) TO WS-ROW-YEAR
                       END-IF
                       IF WS-ROW-YEAR EQUAL WS-THIS-YEAR THEN
                           IF WS-WOF-TBL-SIZE < WS-WOF-TBL-MAX THEN
                               ADD 1 TO WS-WOF-TBL-SIZE
                               MOVE WOF-RECORD
                                   TO WS-WOF-IMAGE(WS-WOF-TBL-SIZE)
                           ELSE
                               ADD 1 TO WS-OVERFLOW-CNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WRITE-OFF-FILE.
       0150-LOAD-REGISTER-END.

       0400-WRITE-REPORT-BEGIN.
           MOVE SPACE TO WS-RPT-FILENAME.
           STRING "output/write-offs-" DELIMITED BY SIZE
                  WS-THIS-YEAR DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME.
           OPEN OUTPUT REPORT-OUTPUT.
           MOVE WS-THIS-YEAR TO WS-RPT-TITLE-YEAR.
           MOVE WS-RPT-TITLE-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

      * Approved rows : where requester and approver are the same
      * operator, the write-off was within the limit and needed no
      * supervisor.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Written off in the year :" TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-HEADING-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-WOF-TBL-SIZE
               MOVE WS-WOF-IMAGE(WS-IDX) TO WOF-RECORD
               IF WOF-STATUS-APPROVED THEN
                   ADD 1 TO WS-APPROVED-CNT
                   ADD WOF-AMT TO WS-APPROVED-AMT
                   IF WOF-REQ-OPER EQUAL WOF-DEC-OPER THEN
                       ADD 1 TO WS-WITHIN-CNT
                       ADD WOF-AMT TO WS-WITHIN-AMT
                   END-IF
                   PERFORM 0420-ADD-REASON-BEGIN
                      THRU 0420-ADD-REASON-END
                   PERFORM 0410-ROW-LINE-BEGIN
                      THRU 0410-ROW-LINE-END
               END-IF
           END-PERFORM.
           IF WS-APPROVED-CNT EQUAL 0 THEN
               MOVE "  (none)" TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-IF.

           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "By reason :" TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > WS-RSN-TBL-SIZE
               MOVE WS-RSN-CODE(WS-RSN-IDX) TO WS-RPT-RSN-CODE
               MOVE WS-RSN-CNT(WS-RSN-IDX) TO WS-RPT-RSN-CNT
               MOVE WS-RSN-AMT(WS-RSN-IDX) TO WS-RPT-RSN-AMT
               MOVE WS-RPT-RSN-LINE TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-PERFORM.

           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Rejected in the year :" TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE 0 TO WS-SECTION-CNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-WOF-TBL-SIZE
               MOVE WS-WOF-IMAGE(WS-IDX) TO WOF-RECORD
               IF WOF-STATUS-REJECTED THEN
                   ADD 1 TO WS-REJECTED-CNT
                   ADD 1 TO WS-SECTION-CNT
                   ADD WOF-AMT TO WS-REJECTED-AMT
                   PERFORM 0410-ROW-LINE-BEGIN
                      THRU 0410-ROW-LINE-END
               END-IF
           END-PERFORM.
           IF WS-SECTION-CNT EQUAL 0 THEN
               MOVE "  (none)" TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-IF.

           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Waiting for a supervisor (dated as asked) :"
               TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE 0 TO WS-SECTION-CNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-WOF-TBL-SIZE
               MOVE WS-WOF-IMAGE(WS-IDX) TO WOF-RECORD
               IF WOF-STATUS-PENDING THEN
                   ADD 1 TO WS-PENDING-CNT
                   ADD 1 TO WS-SECTION-CNT
                   ADD WOF-AMT TO WS-PENDING-AMT
                   PERFORM 0410-ROW-LINE-BEGIN
                      THRU 0410-ROW-LINE-END
               END-IF
           END-PERFORM.
           IF WS-SECTION-CNT EQUAL 0 THEN
               MOVE "  (none)" TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-IF.

           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Written off :" TO WS-RPT-SUM-LABEL.
           MOVE WS-APPROVED-CNT TO WS-RPT-SUM-CNT.
           MOVE WS-APPROVED-AMT TO WS-RPT-SUM-AMT.
           MOVE WS-RPT-SUM-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "  of which within the limit :" TO WS-RPT-SUM-LABEL.
           MOVE WS-WITHIN-CNT TO WS-RPT-SUM-CNT.
           MOVE WS-WITHIN-AMT TO WS-RPT-SUM-AMT.
           MOVE WS-RPT-SUM-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Rejected :" TO WS-RPT-SUM-LABEL.
           MOVE WS-REJECTED-CNT TO WS-RPT-SUM-CNT.
           MOVE WS-REJECTED-AMT TO WS-RPT-SUM-AMT.
           MOVE WS-RPT-SUM-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Waiting for a supervisor :" TO WS-RPT-SUM-LABEL.
           MOVE WS-PENDING-CNT TO WS-RPT-SUM-CNT.
           MOVE WS-PENDING-AMT TO WS-RPT-SUM-AMT.
           MOVE WS-RPT-SUM-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-WOF-TBL-SIZE TO WS-TRL-ROWS.
           MOVE WS-RPT-TRAILER-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           CLOSE REPORT-OUTPUT.
       0400-WRITE-REPORT-END.

      * A row still waiting shows the date it was asked for and no
      * decider yet.
       0410-ROW-LINE-BEGIN.
           MOVE WOF-NO TO WS-RPT-NO.
           IF WOF-STATUS-PENDING THEN
               MOVE WOF-REQ-DATE TO WS-RPT-DATE
               MOVE SPACES TO WS-RPT-DEC-OPER
           ELSE
               MOVE WOF-DEC-DATE TO WS-RPT-DATE
               MOVE WOF-DEC-OPER TO WS-RPT-DEC-OPER
           END-IF.
           MOVE WOF-CLI-ID TO WS-RPT-CLI-ID.
           MOVE SPACES TO WS-RPT-CLI-FNAME.
           MOVE "(unknown)" TO WS-RPT-CLI-NAME.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > WS-CLI-TBL-SIZE
               IF WS-CLI-ID(WS-CLI-IDX) EQUAL WOF-CLI-ID THEN
                   MOVE WS-CLI-FNAME(WS-CLI-IDX) TO WS-RPT-CLI-FNAME
                   MOVE WS-CLI-NAME(WS-CLI-IDX) TO WS-RPT-CLI-NAME
               END-IF
           END-PERFORM.
           IF WS-RPT-CLI-NAME EQUAL "(unknown)" THEN
               ADD 1 TO WS-UNKNOWN-CLI-CNT
           END-IF.
           MOVE WOF-ORD-ID TO WS-RPT-ORD-ID.
           MOVE WOF-AMT TO WS-RPT-AMT.
           MOVE WOF-REASON TO WS-RPT-REASON.
           MOVE WOF-REQ-OPER TO WS-RPT-REQ-OPER.
           MOVE WOF-NOTE TO WS-RPT-NOTE.
           MOVE WS-RPT-ROW-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
       0410-ROW-LINE-END.

       0420-ADD-REASON-BEGIN.
           MOVE 0 TO WS-RSN-FOUND-IDX.
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > WS-RSN-TBL-SIZE
               IF WS-RSN-CODE(WS-RSN-IDX) EQUAL WOF-REASON THEN
                   MOVE WS-RSN-IDX TO WS-RSN-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-RSN-FOUND-IDX EQUAL 0 THEN
               IF WS-RSN-TBL-SIZE >= 30 THEN
                   GO TO 0420-ADD-REASON-END
               END-IF
               ADD 1 TO WS-RSN-TBL-SIZE
               MOVE WS-RSN-TBL-SIZE TO WS-RSN-FOUND-IDX
               MOVE WOF-REASON TO WS-RSN-CODE(WS-RSN-FOUND-IDX)
               MOVE 0 TO WS-RSN-CNT(WS-RSN-FOUND-IDX)
               MOVE 0 TO WS-RSN-AMT(WS-RSN-FOUND-IDX)
           END-IF.
           ADD 1 TO WS-RSN-CNT(WS-RSN-FOUND-IDX).
           ADD WOF-AMT TO WS-RSN-AMT(WS-RSN-FOUND-IDX).
       0420-ADD-REASON-END.

       0700-WRITE-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "WOFREG" TO EOD-PROGRAM.
           MOVE WS-WOF-TBL-SIZE TO EOD-RECORDS-PROC.
           MOVE WS-PENDING-CNT TO EOD-EXCEPTIONS.
           MOVE 1 TO EOD-FILES-WRITTEN.
           MOVE WS-APPROVED-AMT TO EOD-KEY-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE WS-OPERATOR-ID TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0700-WRITE-EOD-LOG-END.
