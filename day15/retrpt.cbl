       IDENTIFICATION DIVISION.
       PROGRAM-ID. retrpt.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Every return retentry.cbl has taken, with its reason code.
           SELECT RETURNS-INPUT
               ASSIGN TO "data/retours.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

           SELECT RETURNS-REPORT-OUTPUT
               ASSIGN TO "output/returns-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Shared end-of-day summary log, folded together with the other
      * day15/day17 report programs by eodsum.cbl.
           SELECT EOD-LOG-OUTPUT
               ASSIGN TO "output/eod-summary.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RETURNS-INPUT.
       COPY retrcd.

       FD RETURNS-REPORT-OUTPUT.
       01 RPT-OUT-RCD               PIC X(80).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-RET-STATUS               PIC X(02).
           88 WS-RET-STATUS-OK                  VALUE "00".
       01 WS-EOD-STATUS               PIC X(02).
           88 WS-EOD-STATUS-OK                  VALUE "00".

       77 WS-IDX                      PIC 9(03).
       77 WS-IDX-2                    PIC 9(03).
       77 WS-RSN-IDX                  PIC 9(01).

      * One row per calendar month met in the file, kept in month
      * order as rows are inserted; columns are the three reason
      * codes in the order D (damaged), W (wrong item), U (unwanted).
       77 WS-MON-TBL-SIZE             PIC 9(03) VALUE 0.
       77 WS-MON-TBL-MAX              PIC 9(03) VALUE 120.
       77 WS-MON-OVERFLOW-CNT         PIC 9(05) VALUE 0.
       01 WS-MON-TBL.
           05 WS-MON OCCURS 121 TIMES.
               10 WS-MON-YYYYMM       PIC 9(06).
               10 WS-MON-RSN OCCURS 3 TIMES.
                   15 WS-MON-CNT      PIC 9(04).
                   15 WS-MON-QTY      PIC 9(05).
                   15 WS-MON-AMT      PIC 9(07)V99.
       77 WS-MON-FOUND-IDX            PIC 9(03).
       77 WS-RET-YYYYMM               PIC 9(06).

       01 WS-TOT-TBL.
           05 WS-TOT-RSN OCCURS 3 TIMES.
               10 WS-TOT-CNT          PIC 9(05).
               10 WS-TOT-QTY          PIC 9(06).
               10 WS-TOT-AMT          PIC 9(08)V99.
       77 WS-GRAND-AMT                PIC 9(09)V99 VALUE 0.

       77 WS-RETURNS-READ             PIC 9(05) VALUE 0.
       77 WS-BAD-REASON-CNT           PIC 9(05) VALUE 0.
       77 WS-OPERATOR-ID              PIC X(08).

       01 WS-REASON-NAMES.
           05 FILLER                  PIC X(12) VALUE "Damaged".
           05 FILLER                  PIC X(12) VALUE "Wrong item".
           05 FILLER                  PIC X(12) VALUE "Unwanted".
       01 WS-REASON-NAME-TBL REDEFINES WS-REASON-NAMES.
           05 WS-REASON-NAME          PIC X(12) OCCURS 3 TIMES.

       01 WS-RPT-TITLE-LINE.
           05 FILLER                  PIC X(39) VALUE
               "*** CUSTOMER RETURNS BY REASON CODE - ".
           05 WS-RPT-TITLE-DATE       PIC 9(08).
           05 FILLER                  PIC X(04) VALUE " ***".

       01 WS-RPT-HEADING-LINE.
           05 FILLER                  PIC X(10) VALUE "Month".
           05 FILLER                  PIC X(14) VALUE "Reason".
           05 FILLER                  PIC X(10) VALUE "Returns".
           05 FILLER                  PIC X(10) VALUE "Books".
           05 FILLER                  PIC X(13) VALUE "Credited".

       01 WS-RPT-DETAIL-LINE.
           05 WS-RPT-MONTH            PIC X(07).
           05 FILLER                  PIC X(03) VALUE SPACE.
           05 WS-RPT-REASON           PIC X(12).
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-CNT              PIC ZZZZ9.
           05 FILLER                  PIC X(05) VALUE SPACE.
           05 WS-RPT-QTY              PIC ZZZZZ9.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-AMT              PIC ZZ,ZZZ,ZZ9.99.

       01 WS-MONTH-BUILD.
           05 WS-MB-YYYY              PIC 9(04).
           05 FILLER                  PIC X(01) VALUE "-".
           05 WS-MB-MM                PIC 9(02).
       01 WS-MONTH-SPLIT.
           05 WS-MS-YYYY              PIC 9(04).
           05 WS-MS-MM                PIC 9(02).

       01 WS-RPT-TRAILER-LINE.
           05 FILLER                  PIC X(21) VALUE
               "*** END OF REPORT - ".
           05 WS-TRL-RECORDS          PIC ZZZZ9.
           05 FILLER                  PIC X(17) VALUE
               " RETURNS - TOTAL ".
           05 WS-TRL-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(04) VALUE " ***".

       PROCEDURE DIVISION.
           PERFORM 0100-LOAD-RETURNS-BEGIN
              THRU 0100-LOAD-RETURNS-END.

           PERFORM 0300-WRITE-REPORT-BEGIN
              THRU 0300-WRITE-REPORT-END.

           PERFORM 0400-WRITE-EOD-LOG-BEGIN
              THRU 0400-WRITE-EOD-LOG-END.

      * Exit status for the scheduler : 0 clean, 4 when rows carried
      * an unknown reason or months fell off the table.
           IF WS-BAD-REASON-CNT > 0 OR WS-MON-OVERFLOW-CNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0100-LOAD-RETURNS-BEGIN.
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > 3
               MOVE 0 TO WS-TOT-CNT(WS-RSN-IDX)
               MOVE 0 TO WS-TOT-QTY(WS-RSN-IDX)
               MOVE 0 TO WS-TOT-AMT(WS-RSN-IDX)
           END-PERFORM.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT RETURNS-INPUT.
           IF NOT WS-RET-STATUS-OK THEN
               DISPLAY "No data/retours.txt - no returns to report."
               GO TO 0100-LOAD-RETURNS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ RETURNS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RETURNS-READ
                       PERFORM 0200-ADD-RETURN-BEGIN
                          THRU 0200-ADD-RETURN-END
               END-READ
           END-PERFORM.
           CLOSE RETURNS-INPUT.
           IF WS-BAD-REASON-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-BAD-REASON-CNT
                   " return(s) in data/retours.txt carry no known "
                   "reason code and were left out."
           END-IF.
           IF WS-MON-OVERFLOW-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-MON-OVERFLOW-CNT
                   " return(s) fell in months past the "
                   WS-MON-TBL-MAX " month table slots and were "
                   "left out."
           END-IF.
       0100-LOAD-RETURNS-END.

       0200-ADD-RETURN-BEGIN.
           EVALUATE TRUE
               WHEN RET-REASON-DAMAGED
                   MOVE 1 TO WS-RSN-IDX
               WHEN RET-REASON-WRONG-ITEM
                   MOVE 2 TO WS-RSN-IDX
               WHEN RET-REASON-UNWANTED
                   MOVE 3 TO WS-RSN-IDX
               WHEN OTHER
                   ADD 1 TO WS-BAD-REASON-CNT
                   GO TO 0200-ADD-RETURN-END
           END-EVALUATE.

           MOVE RET-DATE(1:6) TO WS-RET-YYYYMM.
           PERFORM 0210-FIND-MONTH-BEGIN
              THRU 0210-FIND-MONTH-END.
           IF WS-MON-FOUND-IDX EQUAL 0 THEN
               ADD 1 TO WS-MON-OVERFLOW-CNT
               GO TO 0200-ADD-RETURN-END
           END-IF.

           ADD 1       TO WS-MON-CNT(WS-MON-FOUND-IDX, WS-RSN-IDX).
           ADD RET-QTY TO WS-MON-QTY(WS-MON-FOUND-IDX, WS-RSN-IDX).
           ADD RET-AMT TO WS-MON-AMT(WS-MON-FOUND-IDX, WS-RSN-IDX).
           ADD 1       TO WS-TOT-CNT(WS-RSN-IDX).
           ADD RET-QTY TO WS-TOT-QTY(WS-RSN-IDX).
           ADD RET-AMT TO WS-TOT-AMT(WS-RSN-IDX).
           ADD RET-AMT TO WS-GRAND-AMT.
       0200-ADD-RETURN-END.

      * Locate the month's row, opening a new one in month order
      * (later rows shift down one slot) when it is not there yet.
       0210-FIND-MONTH-BEGIN.
           MOVE 0 TO WS-MON-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MON-TBL-SIZE
                      OR WS-MON-YYYYMM(WS-IDX) >= WS-RET-YYYYMM
               CONTINUE
           END-PERFORM.
           IF WS-IDX <= WS-MON-TBL-SIZE AND
              WS-MON-YYYYMM(WS-IDX) EQUAL WS-RET-YYYYMM THEN
               MOVE WS-IDX TO WS-MON-FOUND-IDX
               GO TO 0210-FIND-MONTH-END
           END-IF.
           IF WS-MON-TBL-SIZE >= WS-MON-TBL-MAX THEN
               GO TO 0210-FIND-MONTH-END
           END-IF.

           PERFORM VARYING WS-IDX-2 FROM WS-MON-TBL-SIZE BY -1
                   UNTIL WS-IDX-2 < WS-IDX
               MOVE WS-MON(WS-IDX-2) TO WS-MON(WS-IDX-2 + 1)
           END-PERFORM.
           ADD 1 TO WS-MON-TBL-SIZE.
           MOVE WS-RET-YYYYMM TO WS-MON-YYYYMM(WS-IDX).
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > 3
               MOVE 0 TO WS-MON-CNT(WS-IDX, WS-RSN-IDX)
               MOVE 0 TO WS-MON-QTY(WS-IDX, WS-RSN-IDX)
               MOVE 0 TO WS-MON-AMT(WS-IDX, WS-RSN-IDX)
           END-PERFORM.
           MOVE WS-IDX TO WS-MON-FOUND-IDX.
       0210-FIND-MONTH-END.

       0300-WRITE-REPORT-BEGIN.
           OPEN OUTPUT RETURNS-REPORT-OUTPUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-TITLE-DATE.
           MOVE WS-RPT-TITLE-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-HEADING-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

      * A month prints one line per reason that saw any return, the
      * month shown on its first line only.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MON-TBL-SIZE
               MOVE WS-MON-YYYYMM(WS-IDX) TO WS-MONTH-SPLIT
               MOVE WS-MS-YYYY TO WS-MB-YYYY
               MOVE WS-MS-MM   TO WS-MB-MM
               MOVE WS-MONTH-BUILD TO WS-RPT-MONTH
               PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                       UNTIL WS-RSN-IDX > 3
                   IF WS-MON-CNT(WS-IDX, WS-RSN-IDX) > 0 THEN
                       MOVE WS-REASON-NAME(WS-RSN-IDX)
                           TO WS-RPT-REASON
                       MOVE WS-MON-CNT(WS-IDX, WS-RSN-IDX)
                           TO WS-RPT-CNT
                       MOVE WS-MON-QTY(WS-IDX, WS-RSN-IDX)
                           TO WS-RPT-QTY
                       MOVE WS-MON-AMT(WS-IDX, WS-RSN-IDX)
                           TO WS-RPT-AMT
                       MOVE WS-RPT-DETAIL-LINE TO RPT-OUT-RCD
                       WRITE RPT-OUT-RCD
                       MOVE SPACE TO WS-RPT-MONTH
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "TOTAL" TO WS-RPT-MONTH.
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > 3
               MOVE WS-REASON-NAME(WS-RSN-IDX) TO WS-RPT-REASON
               MOVE WS-TOT-CNT(WS-RSN-IDX) TO WS-RPT-CNT
               MOVE WS-TOT-QTY(WS-RSN-IDX) TO WS-RPT-QTY
               MOVE WS-TOT-AMT(WS-RSN-IDX) TO WS-RPT-AMT
               MOVE WS-RPT-DETAIL-LINE TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
               MOVE SPACE TO WS-RPT-MONTH
           END-PERFORM.

           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RETURNS-READ TO WS-TRL-RECORDS.
           MOVE WS-GRAND-AMT TO WS-TRL-TOTAL.
           MOVE WS-RPT-TRAILER-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           CLOSE RETURNS-REPORT-OUTPUT.
           DISPLAY "Returns report written to "
               "output/returns-report.txt.".
       0300-WRITE-REPORT-END.

       0400-WRITE-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "RETRPT" TO EOD-PROGRAM.
           MOVE WS-RETURNS-READ TO EOD-RECORDS-PROC.
           COMPUTE EOD-EXCEPTIONS =
               WS-BAD-REASON-CNT + WS-MON-OVERFLOW-CNT.
           MOVE 1 TO EOD-FILES-WRITTEN.
           MOVE WS-GRAND-AMT TO EOD-KEY-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE WS-OPERATOR-ID TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0400-WRITE-EOD-LOG-END.
