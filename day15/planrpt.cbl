       IDENTIFICATION DIVISION.
       PROGRAM-ID. planrpt.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The month's instalment plans for credit control : every plan
      * still running at the month end and every one kept, broken or
      * cancelled during the month, then kept against broken for the
      * month and to date. planchk judges the plans as at the last
      * day of the month (or today, for the month in progress).
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
       FD CLIENTS-INPUT.
       COPY climast.

       FD REPORT-OUTPUT.
       01 RPT-OUT-RCD              PIC X(110).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-F-STATUS                 PIC X(02).
           88 WS-F-STATUS-OK                    VALUE "00".
       01 WS-EOD-STATUS               PIC X(02).
           88 WS-EOD-STATUS-OK                  VALUE "00".

       01 WS-THIS-PERIOD              PIC 9(06).
       01 WS-THIS-SPLIT REDEFINES WS-THIS-PERIOD.
           05 WS-THIS-YYYY            PIC 9(04).
           05 WS-THIS-MM              PIC 9(02).
       01 WS-AS-AT-DATE               PIC 9(08).
       01 WS-AS-AT-SPLIT REDEFINES WS-AS-AT-DATE.
           05 WS-AS-AT-PERIOD         PIC 9(06).
           05 WS-AS-AT-DD             PIC 9(02).
       77 WS-TODAY                    PIC 9(08).
       77 WS-RPT-FILENAME             PIC X(40).
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       COPY plntbl REPLACING ==:PREFIX:== BY ==WS==.
       77 WS-IDX                      PIC 9(03).
       77 WS-CLI-IDX                  PIC 9(05).
       77 WS-STATE-PERIOD             PIC 9(06).

       77 WS-CLI-TBL-SIZE             PIC 9(04) VALUE 0.
       01 WS-CLI-TBL.
           05 WS-CLI OCCURS 9999 TIMES.
               10 WS-CLI-ID           PIC 9(04).
               10 WS-CLI-NAME         PIC X(10).
               10 WS-CLI-FNAME        PIC X(10).

       77 WS-SHOWN-CNT                PIC 9(03) VALUE 0.
       77 WS-UNKNOWN-CLI-CNT          PIC 9(04) VALUE 0.
       77 WS-KEPT-MONTH-CNT           PIC 9(03) VALUE 0.
       77 WS-KEPT-MONTH-AMT           PIC 9(08)V99 VALUE 0.
       77 WS-BROKEN-MONTH-CNT         PIC 9(03) VALUE 0.
       77 WS-BROKEN-MONTH-AMT         PIC S9(08)V99 VALUE 0.
       77 WS-CANCEL-MONTH-CNT         PIC 9(03) VALUE 0.
       77 WS-RUNNING-CNT              PIC 9(03) VALUE 0.
       77 WS-RUNNING-AMT              PIC S9(08)V99 VALUE 0.
       77 WS-KEPT-TODATE-CNT          PIC 9(03) VALUE 0.
       77 WS-BROKEN-TODATE-CNT        PIC 9(03) VALUE 0.
       77 WS-LEFT-AMT                 PIC S9(07)V99.
       77 WS-KEPT-PCT                 PIC 9(03)V9.
       77 WS-OPERATOR-ID              PIC X(08).

       01 WS-RPT-TITLE-LINE.
           05 FILLER                  PIC X(23) VALUE
               "*** INSTALMENT PLANS - ".
           05 WS-RPT-TITLE-PERIOD     PIC 9(06).
           05 FILLER                  PIC X(09) VALUE " - AS AT ".
           05 WS-RPT-TITLE-DATE       PIC 9(08).
           05 FILLER                  PIC X(04) VALUE " ***".

       01 WS-RPT-HEADING-LINE.
           05 FILLER                  PIC X(07) VALUE "Plan".
           05 FILLER                  PIC X(26) VALUE "Client".
           05 FILLER                  PIC X(10) VALUE "Agreed".
           05 FILLER                  PIC X(12) VALUE "Total".
           05 FILLER                  PIC X(05) VALUE "Inst".
           05 FILLER                  PIC X(12) VALUE "Paid".
           05 FILLER                  PIC X(13) VALUE "Due".
           05 FILLER                  PIC X(10) VALUE "Status".
           05 FILLER                  PIC X(09) VALUE "Since".

       01 WS-RPT-PLAN-LINE.
           05 WS-RPT-NO               PIC 9(05).
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-CLI-ID           PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-CLI-FNAME        PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-CLI-NAME         PIC X(10).
           05 WS-RPT-AGREED           PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-TOTAL            PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-INST             PIC Z9.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-PAID             PIC -ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-DUE              PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(03) VALUE SPACE.
           05 WS-RPT-STATE            PIC X(10).
           05 WS-RPT-STATE-DATE       PIC 9(08).
           05 WS-RPT-NOTE             PIC X(14).

       01 WS-RPT-MISSED-NOTE.
           05 FILLER                  PIC X(09) VALUE " missed #".
           05 WS-RPT-MISSED           PIC Z9.

       01 WS-RPT-SUM-LINE.
           05 WS-RPT-SUM-LABEL        PIC X(30).
           05 WS-RPT-SUM-CNT          PIC ZZ9.
           05 FILLER                  PIC X(04) VALUE SPACE.
           05 WS-RPT-SUM-AMT-LABEL    PIC X(16).
           05 WS-RPT-SUM-AMT          PIC -ZZ,ZZZ,ZZ9.99.

       01 WS-RPT-RATE-LINE.
           05 FILLER                  PIC X(30) VALUE
               "Kept / (kept + broken) :".
           05 WS-RPT-RATE             PIC ZZ9.9.
           05 FILLER                  PIC X(01) VALUE "%".

       01 WS-RPT-TRAILER-LINE.
           05 FILLER                  PIC X(20) VALUE
               "*** END OF REPORT - ".
           05 WS-TRL-PLANS            PIC ZZ9.
           05 FILLER                  PIC X(18) VALUE
               " PLAN(S) SHOWN ***".

       PROCEDURE DIVISION.
           DISPLAY "Plan month (YYYYMM) : " WITH NO ADVANCING.
           ACCEPT WS-THIS-PERIOD.
           IF WS-THIS-MM < 1 OR WS-THIS-MM > 12 THEN
               DISPLAY "Not a possible month - no plan report."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * The month's last day, or today while the month is running.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-THIS-PERIOD TO WS-AS-AT-PERIOD.
           MOVE 31 TO WS-AS-AT-DD.
           CALL "datechk" USING WS-AS-AT-DATE WS-RETURN-VALUE
           END-CALL.
           PERFORM UNTIL WS-RETURN-OK
               SUBTRACT 1 FROM WS-AS-AT-DD
               CALL "datechk" USING WS-AS-AT-DATE WS-RETURN-VALUE
               END-CALL
           END-PERFORM.
           IF WS-AS-AT-DATE > WS-TODAY THEN
               MOVE WS-TODAY TO WS-AS-AT-DATE
           END-IF.

           PERFORM 0100-LOAD-CLIENTS-BEGIN
              THRU 0100-LOAD-CLIENTS-END.
           CALL "planchk" USING WS-AS-AT-DATE WS-PLN-TBL
           END-CALL.
           PERFORM 0400-WRITE-REPORT-BEGIN
              THRU 0400-WRITE-REPORT-END.
           PERFORM 0700-WRITE-EOD-LOG-BEGIN
              THRU 0700-WRITE-EOD-LOG-END.

           DISPLAY "Plan report written to "
               FUNCTION TRIM(WS-RPT-FILENAME) " : "
               WS-KEPT-MONTH-CNT " kept, " WS-BROKEN-MONTH-CNT
               " broken, " WS-RUNNING-CNT " running.".

      * Exit status for the scheduler : 0 clean, 4 when a plan names
      * an unknown client or plans past the table slots were left
      * out, 8 on the aborts. A broken plan is the report's news,
      * not an error - dunning picks the client up again itself.
           IF WS-UNKNOWN-CLI-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-UNKNOWN-CLI-CNT
                   " plan(s) name no client in clients.txt."
           END-IF.
           IF WS-PLN-OVERFLOW > 0 THEN
               DISPLAY "*** WARNING *** " WS-PLN-OVERFLOW
                   " plan(s) past the table slots were left out."
           END-IF.
           IF WS-UNKNOWN-CLI-CNT > 0 OR WS-PLN-OVERFLOW > 0 THEN
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

       0400-WRITE-REPORT-BEGIN.
           MOVE SPACE TO WS-RPT-FILENAME.
           STRING "output/plans-" DELIMITED BY SIZE
                  WS-THIS-PERIOD DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME.
           OPEN OUTPUT REPORT-OUTPUT.
           MOVE WS-THIS-PERIOD TO WS-RPT-TITLE-PERIOD.
           MOVE WS-AS-AT-DATE TO WS-RPT-TITLE-DATE.
           MOVE WS-RPT-TITLE-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-HEADING-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PLN-CNT
               PERFORM 0410-ONE-PLAN-BEGIN
                  THRU 0410-ONE-PLAN-END
           END-PERFORM.

           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Kept this month :" TO WS-RPT-SUM-LABEL.
           MOVE WS-KEPT-MONTH-CNT TO WS-RPT-SUM-CNT.
           MOVE "amount cleared" TO WS-RPT-SUM-AMT-LABEL.
           MOVE WS-KEPT-MONTH-AMT TO WS-RPT-SUM-AMT.
           MOVE WS-RPT-SUM-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Broken this month :" TO WS-RPT-SUM-LABEL.
           MOVE WS-BROKEN-MONTH-CNT TO WS-RPT-SUM-CNT.
           MOVE "left unpaid" TO WS-RPT-SUM-AMT-LABEL.
           MOVE WS-BROKEN-MONTH-AMT TO WS-RPT-SUM-AMT.
           MOVE WS-RPT-SUM-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACES TO WS-RPT-SUM-LINE.
           MOVE "Cancelled this month :" TO WS-RPT-SUM-LABEL.
           MOVE WS-CANCEL-MONTH-CNT TO WS-RPT-SUM-CNT.
           MOVE WS-RPT-SUM-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Running at the month end :" TO WS-RPT-SUM-LABEL.
           MOVE WS-RUNNING-CNT TO WS-RPT-SUM-CNT.
           MOVE "still to come" TO WS-RPT-SUM-AMT-LABEL.
           MOVE WS-RUNNING-AMT TO WS-RPT-SUM-AMT.
           MOVE WS-RPT-SUM-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACES TO WS-RPT-SUM-LINE.
           MOVE "Kept to date :" TO WS-RPT-SUM-LABEL.
           MOVE WS-KEPT-TODATE-CNT TO WS-RPT-SUM-CNT.
           MOVE WS-RPT-SUM-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Broken to date :" TO WS-RPT-SUM-LABEL.
           MOVE WS-BROKEN-TODATE-CNT TO WS-RPT-SUM-CNT.
           MOVE WS-RPT-SUM-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           IF WS-KEPT-TODATE-CNT + WS-BROKEN-TODATE-CNT > 0 THEN
               COMPUTE WS-KEPT-PCT ROUNDED =
                   WS-KEPT-TODATE-CNT * 100
                   / (WS-KEPT-TODATE-CNT + WS-BROKEN-TODATE-CNT)
               MOVE WS-KEPT-PCT TO WS-RPT-RATE
               MOVE WS-RPT-RATE-LINE TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-IF.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-SHOWN-CNT TO WS-TRL-PLANS.
           MOVE WS-RPT-TRAILER-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           CLOSE REPORT-OUTPUT.
       0400-WRITE-REPORT-END.

      * A plan agreed after the as-at date does not exist yet. One
      * still running is listed with what it has left to collect;
      * one that ended is listed in the month it ended, and counts
      * toward kept or broken to date from then on.
       0410-ONE-PLAN-BEGIN.
           IF WS-PLN-AGREED(WS-IDX) > WS-AS-AT-DATE THEN
               GO TO 0410-ONE-PLAN-END
           END-IF.
           MOVE WS-PLN-STATE-DATE(WS-IDX)(1:6) TO WS-STATE-PERIOD.
           COMPUTE WS-LEFT-AMT = WS-PLN-TOTAL(WS-IDX)
               - WS-PLN-PAID(WS-IDX).
           IF WS-LEFT-AMT < 0 THEN
               MOVE 0 TO WS-LEFT-AMT
           END-IF.
           MOVE SPACES TO WS-RPT-NOTE.
           EVALUATE TRUE
               WHEN WS-PLN-STATE-RUNNING(WS-IDX)
                   MOVE "RUNNING" TO WS-RPT-STATE
                   ADD 1 TO WS-RUNNING-CNT
                   ADD WS-LEFT-AMT TO WS-RUNNING-AMT
               WHEN WS-PLN-STATE-KEPT(WS-IDX)
                   ADD 1 TO WS-KEPT-TODATE-CNT
                   IF WS-STATE-PERIOD NOT EQUAL WS-THIS-PERIOD THEN
                       GO TO 0410-ONE-PLAN-END
                   END-IF
                   MOVE "KEPT" TO WS-RPT-STATE
                   ADD 1 TO WS-KEPT-MONTH-CNT
                   ADD WS-PLN-TOTAL(WS-IDX) TO WS-KEPT-MONTH-AMT
               WHEN WS-PLN-STATE-BROKEN(WS-IDX)
                   ADD 1 TO WS-BROKEN-TODATE-CNT
                   IF WS-STATE-PERIOD NOT EQUAL WS-THIS-PERIOD THEN
                       GO TO 0410-ONE-PLAN-END
                   END-IF
                   MOVE "BROKEN" TO WS-RPT-STATE
                   MOVE WS-PLN-MISSED(WS-IDX) TO WS-RPT-MISSED
                   MOVE WS-RPT-MISSED-NOTE TO WS-RPT-NOTE
                   ADD 1 TO WS-BROKEN-MONTH-CNT
                   ADD WS-LEFT-AMT TO WS-BROKEN-MONTH-AMT
               WHEN OTHER
                   IF WS-STATE-PERIOD NOT EQUAL WS-THIS-PERIOD THEN
                       GO TO 0410-ONE-PLAN-END
                   END-IF
                   MOVE "CANCELLED" TO WS-RPT-STATE
                   ADD 1 TO WS-CANCEL-MONTH-CNT
           END-EVALUATE.

           MOVE WS-PLN-NO(WS-IDX) TO WS-RPT-NO.
           MOVE WS-PLN-CLI-ID(WS-IDX) TO WS-RPT-CLI-ID.
           MOVE SPACES TO WS-RPT-CLI-FNAME.
           MOVE "(unknown)" TO WS-RPT-CLI-NAME.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > WS-CLI-TBL-SIZE
               IF WS-CLI-ID(WS-CLI-IDX) EQUAL WS-PLN-CLI-ID(WS-IDX)
                  THEN
                   MOVE WS-CLI-FNAME(WS-CLI-IDX) TO WS-RPT-CLI-FNAME
                   MOVE WS-CLI-NAME(WS-CLI-IDX) TO WS-RPT-CLI-NAME
               END-IF
           END-PERFORM.
           IF WS-RPT-CLI-NAME EQUAL "(unknown)" THEN
               ADD 1 TO WS-UNKNOWN-CLI-CNT
           END-IF.
           MOVE WS-PLN-AGREED(WS-IDX) TO WS-RPT-AGREED.
           MOVE WS-PLN-TOTAL(WS-IDX) TO WS-RPT-TOTAL.
           MOVE WS-PLN-INST-CNT(WS-IDX) TO WS-RPT-INST.
           MOVE WS-PLN-PAID(WS-IDX) TO WS-RPT-PAID.
           MOVE WS-PLN-DUE(WS-IDX) TO WS-RPT-DUE.
           MOVE WS-PLN-STATE-DATE(WS-IDX) TO WS-RPT-STATE-DATE.
           MOVE WS-RPT-PLAN-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           ADD 1 TO WS-SHOWN-CNT.
       0410-ONE-PLAN-END.

       0700-WRITE-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "PLANRPT" TO EOD-PROGRAM.
           MOVE WS-PLN-CNT TO EOD-RECORDS-PROC.
           MOVE WS-BROKEN-MONTH-CNT TO EOD-EXCEPTIONS.
           MOVE 1 TO EOD-FILES-WRITTEN.
           MOVE WS-KEPT-MONTH-AMT TO EOD-KEY-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE WS-OPERATOR-ID TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0700-WRITE-EOD-LOG-END.
