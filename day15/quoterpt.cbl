       IDENTIFICATION DIVISION.
       PROGRAM-ID. quoterpt.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTS-INPUT
               ASSIGN TO "data/clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

      * Quote headers from quoteent.cbl, flagged converted by
      * ordentry.cbl or cancelled back in quoteent.
           SELECT QUOTE-INPUT
               ASSIGN TO "data/devis.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUO-STATUS.

           SELECT QUOTE-REPORT-OUTPUT
               ASSIGN TO "output/quote-report.txt"
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

       FD QUOTE-INPUT.
       COPY quotrcd.

       FD QUOTE-REPORT-OUTPUT.
       01 RPT-OUT-RCD               PIC X(80).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-F-STATUS                 PIC X(02).
           88 WS-F-STATUS-OK                    VALUE "00".

       01 WS-QUO-STATUS               PIC X(02).
           88 WS-QUO-STATUS-OK                  VALUE "00".

       01 WS-EOD-STATUS               PIC X(02).
           88 WS-EOD-STATUS-OK                  VALUE "00".

       77 WS-IDX                      PIC 9(05).
       77 WS-IDX-2                    PIC 9(05).

      * Every client, with the quote counts the conversion-rate
      * section is built from.
       77 WS-CLI-TBL-SIZE             PIC 9(04) VALUE 0.
       77 WS-CLI-TBL-MAX              PIC 9(04) VALUE 9999.
       01 WS-CLI-TBL.
           05 WS-CLI OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WS-CLI-TBL-SIZE.
               10 WS-CLI-ID           PIC 9(04).
               10 WS-CLI-NAME         PIC X(10).
               10 WS-CLI-FNAME        PIC X(10).
               10 WS-CLI-ISSUED       PIC 9(03).
               10 WS-CLI-CONVERTED    PIC 9(03).
               10 WS-CLI-CANCELLED    PIC 9(03).
               10 WS-CLI-OPEN         PIC 9(03).
       77 WS-CLI-FOUND-IDX            PIC 9(04).

       77 WS-QUO-TBL-SIZE             PIC 9(03) VALUE 0.
       77 WS-QUO-OVERFLOW-CNT         PIC 9(03) VALUE 0.
       01 WS-QUO-TBL.
           05 WS-QUO-IMAGE            PIC X(55) OCCURS 500 TIMES.

       77 WS-RUN-DATE                 PIC 9(08).
       77 WS-RUN-INTEGER              PIC S9(09) COMP-5.
       77 WS-VALID-INTEGER            PIC S9(09) COMP-5.
       77 WS-DAYS-LEFT                PIC S9(05) COMP-5.

      * Horizon for the "about to lapse" section, in days from the
      * run date; QUOTE-LAPSE-DAYS in data/params.txt overrides it.
       77 WS-LAPSE-DAYS               PIC 9(03) VALUE 7.
       01 WS-PARAM-KEY                PIC X(20).
       01 WS-PARAM-VALUE              PIC X(20).
       01 WS-PARAM-FOUND              PIC 9(01).
           88 WS-PARAM-FOUND-TRUE               VALUE 1.
           88 WS-PARAM-FOUND-FALSE              VALUE 0.

       77 WS-LAPSING-CNT              PIC 9(03) VALUE 0.
       77 WS-EXPIRED-CNT              PIC 9(03) VALUE 0.
       77 WS-OPEN-AMT-TOTAL           PIC 9(09)V99 VALUE 0.
       77 WS-OPERATOR-ID              PIC X(08).

       01 WS-RPT-TITLE-LINE.
           05 FILLER                  PIC X(29) VALUE
               "*** OPEN QUOTES REPORT - ".
           05 WS-RPT-TITLE-DATE       PIC 9(08).
           05 FILLER                  PIC X(04) VALUE " ***".

       01 WS-RPT-PARAM-LINE.
           05 FILLER                  PIC X(26) VALUE
               "Lapse horizon (days)    : ".
           05 WS-RPT-LAPSE-DAYS       PIC ZZ9.

       01 WS-RPT-QUO-HEADING.
           05 FILLER                  PIC X(07) VALUE "Quote".
           05 FILLER                  PIC X(26) VALUE "Client".
           05 FILLER                  PIC X(10) VALUE "Quoted".
           05 FILLER                  PIC X(10) VALUE "Valid to".
           05 FILLER                  PIC X(15) VALUE "Amount".
           05 FILLER                  PIC X(09) VALUE "Days".

       01 WS-RPT-QUO-LINE.
           05 WS-RPT-QUO-NO           PIC 9(05).
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-QUO-CLI-ID       PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-QUO-FNAME        PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-QUO-NAME         PIC X(10).
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-QUO-DATE         PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-QUO-VALID-TO     PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-QUO-AMT          PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(03) VALUE SPACE.
           05 WS-RPT-QUO-DAYS         PIC -ZZZ9.

       01 WS-RPT-RATE-HEADING.
           05 FILLER                  PIC X(24) VALUE "Client".
           05 FILLER                  PIC X(08) VALUE "Issued".
           05 FILLER                  PIC X(08) VALUE "Conv.".
           05 FILLER                  PIC X(08) VALUE "Cancel".
           05 FILLER                  PIC X(08) VALUE "Open".
           05 FILLER                  PIC X(08) VALUE "Rate %".

       01 WS-RPT-RATE-LINE.
           05 WS-RPT-RATE-FNAME       PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-RATE-NAME        PIC X(10).
           05 FILLER                  PIC X(03) VALUE SPACE.
           05 WS-RPT-RATE-ISSUED      PIC ZZ9.
           05 FILLER                  PIC X(05) VALUE SPACE.
           05 WS-RPT-RATE-CONVERTED   PIC ZZ9.
           05 FILLER                  PIC X(05) VALUE SPACE.
           05 WS-RPT-RATE-CANCELLED   PIC ZZ9.
           05 FILLER                  PIC X(05) VALUE SPACE.
           05 WS-RPT-RATE-OPEN        PIC ZZ9.
           05 FILLER                  PIC X(05) VALUE SPACE.
           05 WS-RPT-RATE-PCT         PIC ZZ9.
       77 WS-RATE-PCT                 PIC 9(03).

       01 WS-RPT-TRAILER-LINE.
           05 FILLER                  PIC X(21) VALUE
               "*** END OF REPORT - ".
           05 WS-TRL-RECORDS          PIC ZZZZ9.
           05 FILLER                  PIC X(15) VALUE
               " QUOTES - OPEN ".
           05 WS-TRL-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(04) VALUE " ***".

       PROCEDURE DIVISION.
           MOVE "QUOTE-LAPSE-DAYS" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-LAPSE-DAYS
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           PERFORM 0100-LOAD-CLIENTS-BEGIN
              THRU 0100-LOAD-CLIENTS-END.

           PERFORM 0200-LOAD-QUOTES-BEGIN
              THRU 0200-LOAD-QUOTES-END.

           PERFORM 0300-WRITE-REPORT-BEGIN
              THRU 0300-WRITE-REPORT-END.

           PERFORM 0400-WRITE-EOD-LOG-BEGIN
              THRU 0400-WRITE-EOD-LOG-END.

      * Exit status for the scheduler : 0 clean, 4 when quotes were
      * dropped from the table or open quotes are already past their
      * validity end, 8 on the aborts above.
           IF WS-QUO-OVERFLOW-CNT > 0 OR WS-EXPIRED-CNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0100-LOAD-CLIENTS-BEGIN.
           MOVE 0 TO WS-IDX.
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
                       IF WS-IDX < WS-CLI-TBL-MAX THEN
                           ADD 1 TO WS-IDX
                           MOVE WS-IDX TO WS-CLI-TBL-SIZE
                           MOVE CLI-M-ID    TO WS-CLI-ID(WS-IDX)
                           MOVE CLI-M-NAME  TO WS-CLI-NAME(WS-IDX)
                           MOVE CLI-M-FNAME TO WS-CLI-FNAME(WS-IDX)
                           MOVE 0 TO WS-CLI-ISSUED(WS-IDX)
                           MOVE 0 TO WS-CLI-CONVERTED(WS-IDX)
                           MOVE 0 TO WS-CLI-CANCELLED(WS-IDX)
                           MOVE 0 TO WS-CLI-OPEN(WS-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTS-INPUT.
       0100-LOAD-CLIENTS-END.

      * Every quote is counted against its client as it is read; the
      * images are kept for the lapse sections written afterwards.
       0200-LOAD-QUOTES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT QUOTE-INPUT.
           IF NOT WS-QUO-STATUS-OK THEN
               DISPLAY "No data/devis.txt - no quotes to report."
               GO TO 0200-LOAD-QUOTES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ QUOTE-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-QUO-TBL-SIZE < 500 THEN
                           ADD 1 TO WS-QUO-TBL-SIZE
                           MOVE QUO-RECORD
                               TO WS-QUO-IMAGE(WS-QUO-TBL-SIZE)
                           PERFORM 0210-COUNT-QUOTE-BEGIN
                              THRU 0210-COUNT-QUOTE-END
                       ELSE
                           ADD 1 TO WS-QUO-OVERFLOW-CNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QUOTE-INPUT.
           IF WS-QUO-OVERFLOW-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-QUO-OVERFLOW-CNT
                   " quote(s) in data/devis.txt could not fit in the "
                   "500 quote table slots and were dropped from this "
                   "report."
           END-IF.
       0200-LOAD-QUOTES-END.

       0210-COUNT-QUOTE-BEGIN.
           PERFORM 0220-FIND-CLIENT-BEGIN
              THRU 0220-FIND-CLIENT-END.
           IF WS-CLI-FOUND-IDX EQUAL 0 THEN
               GO TO 0210-COUNT-QUOTE-END
           END-IF.
           ADD 1 TO WS-CLI-ISSUED(WS-CLI-FOUND-IDX).
           EVALUATE TRUE
               WHEN QUO-STATUS-CONVERTED
                   ADD 1 TO WS-CLI-CONVERTED(WS-CLI-FOUND-IDX)
               WHEN QUO-STATUS-CANCELLED
                   ADD 1 TO WS-CLI-CANCELLED(WS-CLI-FOUND-IDX)
               WHEN OTHER
                   ADD 1 TO WS-CLI-OPEN(WS-CLI-FOUND-IDX)
           END-EVALUATE.
       0210-COUNT-QUOTE-END.

       0220-FIND-CLIENT-BEGIN.
           MOVE 0 TO WS-CLI-FOUND-IDX.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-CLI-TBL-SIZE
               IF WS-CLI-ID(WS-IDX-2) EQUAL QUO-CLI-ID THEN
                   MOVE WS-IDX-2 TO WS-CLI-FOUND-IDX
               END-IF
           END-PERFORM.
       0220-FIND-CLIENT-END.

       0300-WRITE-REPORT-BEGIN.
           OPEN OUTPUT QUOTE-REPORT-OUTPUT.
           MOVE WS-RUN-DATE TO WS-RPT-TITLE-DATE.
           MOVE WS-RPT-TITLE-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-LAPSE-DAYS TO WS-RPT-LAPSE-DAYS.
           MOVE WS-RPT-PARAM-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

      * Open quotes still valid but lapsing inside the horizon : the
      * ones sales should chase this week.
           MOVE "*** OPEN QUOTES ABOUT TO LAPSE ***" TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-QUO-HEADING TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QUO-TBL-SIZE
               MOVE WS-QUO-IMAGE(WS-IDX) TO QUO-RECORD
               IF QUO-STATUS-OPEN THEN
                   PERFORM 0310-DAYS-LEFT-BEGIN
                      THRU 0310-DAYS-LEFT-END
                   ADD QUO-AMT TO WS-OPEN-AMT-TOTAL
                   IF WS-DAYS-LEFT >= 0 AND
                      WS-DAYS-LEFT <= WS-LAPSE-DAYS THEN
                       PERFORM 0320-WRITE-QUOTE-LINE-BEGIN
                          THRU 0320-WRITE-QUOTE-LINE-END
                       ADD 1 TO WS-LAPSING-CNT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LAPSING-CNT EQUAL 0 THEN
               MOVE "(none)" TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-IF.

      * Open quotes past their validity end : ordentry will refuse
      * them, so they should be cancelled or quoted again.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "*** EXPIRED QUOTES NEVER CONVERTED ***"
               TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-QUO-HEADING TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QUO-TBL-SIZE
               MOVE WS-QUO-IMAGE(WS-IDX) TO QUO-RECORD
               IF QUO-STATUS-OPEN THEN
                   PERFORM 0310-DAYS-LEFT-BEGIN
                      THRU 0310-DAYS-LEFT-END
                   IF WS-DAYS-LEFT < 0 THEN
                       PERFORM 0320-WRITE-QUOTE-LINE-BEGIN
                          THRU 0320-WRITE-QUOTE-LINE-END
                       ADD 1 TO WS-EXPIRED-CNT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-EXPIRED-CNT EQUAL 0 THEN
               MOVE "(none)" TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-IF.

      * Conversion rate per client : converted over every quote
      * issued to them, whatever became of the rest.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "*** CONVERSION RATE PER CLIENT ***" TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-RATE-HEADING TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CLI-TBL-SIZE
               IF WS-CLI-ISSUED(WS-IDX) > 0 THEN
                   COMPUTE WS-RATE-PCT ROUNDED =
                       WS-CLI-CONVERTED(WS-IDX) * 100
                       / WS-CLI-ISSUED(WS-IDX)
                   MOVE WS-CLI-FNAME(WS-IDX) TO WS-RPT-RATE-FNAME
                   MOVE WS-CLI-NAME(WS-IDX)  TO WS-RPT-RATE-NAME
                   MOVE WS-CLI-ISSUED(WS-IDX) TO WS-RPT-RATE-ISSUED
                   MOVE WS-CLI-CONVERTED(WS-IDX)
                       TO WS-RPT-RATE-CONVERTED
                   MOVE WS-CLI-CANCELLED(WS-IDX)
                       TO WS-RPT-RATE-CANCELLED
                   MOVE WS-CLI-OPEN(WS-IDX)   TO WS-RPT-RATE-OPEN
                   MOVE WS-RATE-PCT           TO WS-RPT-RATE-PCT
                   MOVE WS-RPT-RATE-LINE TO RPT-OUT-RCD
                   WRITE RPT-OUT-RCD
               END-IF
           END-PERFORM.

           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-QUO-TBL-SIZE TO WS-TRL-RECORDS.
           MOVE WS-OPEN-AMT-TOTAL TO WS-TRL-TOTAL.
           MOVE WS-RPT-TRAILER-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           CLOSE QUOTE-REPORT-OUTPUT.
           DISPLAY "Quote report written to output/quote-report.txt.".
       0300-WRITE-REPORT-END.

       0310-DAYS-LEFT-BEGIN.
           COMPUTE WS-VALID-INTEGER =
               FUNCTION INTEGER-OF-DATE(QUO-VALID-TO).
           COMPUTE WS-DAYS-LEFT = WS-VALID-INTEGER - WS-RUN-INTEGER.
       0310-DAYS-LEFT-END.

       0320-WRITE-QUOTE-LINE-BEGIN.
           PERFORM 0220-FIND-CLIENT-BEGIN
              THRU 0220-FIND-CLIENT-END.
           MOVE QUO-NO       TO WS-RPT-QUO-NO.
           MOVE QUO-CLI-ID   TO WS-RPT-QUO-CLI-ID.
           IF WS-CLI-FOUND-IDX > 0 THEN
               MOVE WS-CLI-FNAME(WS-CLI-FOUND-IDX) TO WS-RPT-QUO-FNAME
               MOVE WS-CLI-NAME(WS-CLI-FOUND-IDX)  TO WS-RPT-QUO-NAME
           ELSE
               MOVE "(unknown)" TO WS-RPT-QUO-FNAME
               MOVE SPACE       TO WS-RPT-QUO-NAME
           END-IF.
           MOVE QUO-DATE     TO WS-RPT-QUO-DATE.
           MOVE QUO-VALID-TO TO WS-RPT-QUO-VALID-TO.
           MOVE QUO-AMT      TO WS-RPT-QUO-AMT.
           MOVE WS-DAYS-LEFT TO WS-RPT-QUO-DAYS.
           MOVE WS-RPT-QUO-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
       0320-WRITE-QUOTE-LINE-END.

       0400-WRITE-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "QUOTERPT" TO EOD-PROGRAM.
           MOVE WS-QUO-TBL-SIZE TO EOD-RECORDS-PROC.
           COMPUTE EOD-EXCEPTIONS = WS-LAPSING-CNT + WS-EXPIRED-CNT.
           MOVE 1 TO EOD-FILES-WRITTEN.
           MOVE WS-OPEN-AMT-TOTAL TO EOD-KEY-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE WS-OPERATOR-ID TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0400-WRITE-EOD-LOG-END.
