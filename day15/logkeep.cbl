       IDENTIFICATION DIVISION.
       PROGRAM-ID. logkeep.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * backup.cbl looks after data/; this looks after the logs in
      * output/ that every run appends to and nobody ever trimmed.
      * Each log named in the retention table keeps its last so many
      * days in place; older lines are moved to a dated archive file
      * or dropped, as the table says, and every move is reported.
           SELECT RETENTION-INPUT
               ASSIGN TO "data/retention.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.

      * The chain's own log says whether a step is running right now.
           SELECT JOB-LOG-INPUT
               ASSIGN TO "output/job-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-STATUS.

      * The log being trimmed, its archive, and the work copy the
      * kept lines are gathered in before they go back.
           SELECT LOG-FILE
               ASSIGN TO DYNAMIC WS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT ARCHIVE-OUTPUT
               ASSIGN TO DYNAMIC WS-ARC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT WORK-FILE
               ASSIGN TO DYNAMIC WS-WRK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.

           SELECT KEEP-REPORT-OUTPUT
               ASSIGN TO "output/logkeep-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RETENTION-INPUT.
       01 RTN-RECORD.
           05 RTN-FILE            PIC X(40).
           05 FILLER              PIC X(01).
           05 RTN-SHORT           PIC X(12).
           05 FILLER              PIC X(01).
           05 RTN-KEEP-DAYS       PIC 9(04).
           05 FILLER              PIC X(01).
      * ARCHIVE moves aged lines to output/archive-<short>-<date>.txt,
      * DELETE drops them.
           05 RTN-ACTION          PIC X(07).
           05 FILLER              PIC X(01).
      * Where the line's YYYYMMDD date starts (1 for the logs that
      * open on a CURRENT-DATE stamp).
           05 RTN-DATE-COL        PIC 9(03).

       FD JOB-LOG-INPUT.
       01 JOB-IN-RCD.
           05 JOB-IN-STAMP        PIC X(14).
           05 FILLER              PIC X(01).
           05 JOB-IN-STEP         PIC X(08).
           05 FILLER              PIC X(01).
           05 JOB-IN-EVENT        PIC X(08).
           05 FILLER              PIC X(48).

       FD LOG-FILE.
       01 LOG-RCD                 PIC X(200).

       FD ARCHIVE-OUTPUT.
       01 ARC-RCD                 PIC X(200).

       FD WORK-FILE.
       01 WRK-RCD                 PIC X(200).

       FD KEEP-REPORT-OUTPUT.
       01 RPT-OUT-RCD             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RTN-STATUS           PIC X(02).
           88 WS-RTN-STATUS-OK              VALUE "00".
       01 WS-JOB-STATUS           PIC X(02).
           88 WS-JOB-STATUS-OK              VALUE "00".
       01 WS-LOG-STATUS           PIC X(02).
           88 WS-LOG-STATUS-OK              VALUE "00".
       01 WS-ARC-STATUS           PIC X(02).
           88 WS-ARC-STATUS-OK              VALUE "00".
       01 WS-WRK-STATUS           PIC X(02).
           88 WS-WRK-STATUS-OK              VALUE "00".
       01 WS-EOF                  PIC 9(01).
           88 WS-EOF-TRUE                   VALUE 1.
           88 WS-EOF-FALSE                  VALUE 0.

      * The compiled-in fallback, used when data/retention.txt is
      * missing : the logs the nightly chain and the front office
      * append to. output/subject-access.log is deliberately absent,
      * it is kept for the regulator and only ever trimmed by hand.
       01 WS-DEFAULT-TBL.
           05 FILLER PIC X(44) VALUE
               "output/job-log.txt            joblog      ".
           05 FILLER PIC X(14) VALUE "0090ARCHIVE001".
           05 FILLER PIC X(44) VALUE
               "output/eod-summary.log        eodsum      ".
           05 FILLER PIC X(14) VALUE "0090ARCHIVE040".
           05 FILLER PIC X(44) VALUE
               "output/security.log           security    ".
           05 FILLER PIC X(14) VALUE "0365ARCHIVE001".
           05 FILLER PIC X(44) VALUE
               "output/mail-queue.log         mailqueue   ".
           05 FILLER PIC X(14) VALUE "0090ARCHIVE001".
           05 FILLER PIC X(44) VALUE
               "output/distribution.log       distrib     ".
           05 FILLER PIC X(14) VALUE "0090ARCHIVE001".
           05 FILLER PIC X(44) VALUE
               "output/order-repair.log       ordrepair   ".
           05 FILLER PIC X(14) VALUE "0365ARCHIVE001".
           05 FILLER PIC X(44) VALUE
               "output/price-rule.log         pricerule   ".
           05 FILLER PIC X(14) VALUE "0090DELETE 001".
           05 FILLER PIC X(44) VALUE
               "output/price-override.log     priceovr    ".
           05 FILLER PIC X(14) VALUE "0365ARCHIVE001".
           05 FILLER PIC X(44) VALUE
               "output/suppressed-contacts.logsuppressed  ".
           05 FILLER PIC X(14) VALUE "0365ARCHIVE001".
       01 WS-DEFAULT-TBL-R REDEFINES WS-DEFAULT-TBL.
           05 WS-DEFAULT OCCURS 9 TIMES.
               10 WS-DEFAULT-FILE     PIC X(30).
               10 WS-DEFAULT-SHORT    PIC X(12).
               10 FILLER              PIC X(02).
               10 WS-DEFAULT-KEEP     PIC 9(04).
               10 WS-DEFAULT-ACTION   PIC X(07).
               10 WS-DEFAULT-COL      PIC 9(03).

       01 WS-KEEP-TBL.
           05 WS-KEEP OCCURS 30 TIMES.
               10 WS-KEEP-FILE        PIC X(40).
               10 WS-KEEP-SHORT       PIC X(12).
               10 WS-KEEP-DAYS        PIC 9(04).
               10 WS-KEEP-ACTION      PIC X(07).
               10 WS-KEEP-COL         PIC 9(03).
       77 WS-KEEP-CNT             PIC 9(02) VALUE 0.
       77 WS-IDX                  PIC 9(02).

       77 WS-RUN-DATE             PIC 9(08).
       77 WS-CUTOFF-INTEGER       PIC S9(09) COMP-5.
       77 WS-CUTOFF-DATE          PIC 9(08).
       77 WS-LINE-DATE            PIC 9(08).
       77 WS-DEL-STATUS           PIC S9(09) COMP-5.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       77 WS-LOG-FILENAME         PIC X(40).
       77 WS-ARC-FILENAME         PIC X(50).
       77 WS-WRK-FILENAME         PIC X(40) VALUE
           "output/logkeep-work.tmp".

      * Whether the chain has a step running : the last job-log line
      * is a START with no outcome after it. When that step is this
      * program the chain is simply running it, and nothing else in
      * the chain writes while it does.
       77 WS-LAST-STEP            PIC X(08).
       77 WS-LAST-EVENT           PIC X(08).

      * Per log : lines read in the first pass, lines that arrived
      * while it ran, and where each one went.
       77 WS-LINES-READ           PIC 9(07).
       77 WS-LINES-LATE           PIC 9(07).
       77 WS-LINES-KEPT           PIC 9(07).
       77 WS-LINES-AGED           PIC 9(07).
       77 WS-SKIP-CNT             PIC 9(07).
       77 WS-FILES-TRIMMED        PIC 9(02) VALUE 0.
       77 WS-FILES-MISSING        PIC 9(02) VALUE 0.
       77 WS-TOTAL-AGED           PIC 9(07) VALUE 0.

       01 WS-RPT-TITLE-LINE.
           05 FILLER              PIC X(25) VALUE
               "*** LOG HOUSEKEEPING run ".
           05 WS-RPT-TITLE-DATE   PIC 9(08).
           05 FILLER              PIC X(04) VALUE " ***".

       01 WS-RPT-DETAIL-LINE.
           05 WS-RPT-FILE         PIC X(32).
           05 FILLER              PIC X(06) VALUE " keep ".
           05 WS-RPT-DAYS         PIC ZZZ9.
           05 FILLER              PIC X(08) VALUE "d  read ".
           05 WS-RPT-READ         PIC ZZZZZZ9.
           05 FILLER              PIC X(07) VALUE "  kept ".
           05 WS-RPT-KEPT         PIC ZZZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 WS-RPT-ACTION       PIC X(08).
           05 WS-RPT-AGED         PIC ZZZZZZ9.

       01 WS-RPT-TARGET-LINE.
           05 FILLER              PIC X(08) VALUE "    to  ".
           05 WS-RPT-TARGET       PIC X(50).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 0050-CHAIN-CHECK-BEGIN
              THRU 0050-CHAIN-CHECK-END.
           IF WS-LAST-EVENT EQUAL "START" AND
              WS-LAST-STEP NOT EQUAL "logkeep" THEN
               DISPLAY "Step " WS-LAST-STEP " of the nightly chain is "
                   "still running (or stopped without an outcome) - "
                   "no log trimmed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0060-LOAD-TABLE-BEGIN
              THRU 0060-LOAD-TABLE-END.

           OPEN OUTPUT KEEP-REPORT-OUTPUT.
           MOVE WS-RUN-DATE TO WS-RPT-TITLE-DATE.
           MOVE WS-RPT-TITLE-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-KEEP-CNT
               PERFORM 0100-ONE-LOG-BEGIN
                  THRU 0100-ONE-LOG-END
           END-PERFORM.

           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD.
           STRING WS-FILES-TRIMMED " log(s) trimmed, "
                  WS-FILES-MISSING " not there, "
                  WS-TOTAL-AGED " line(s) moved out."
               DELIMITED BY SIZE INTO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           CLOSE KEEP-REPORT-OUTPUT.
           CALL "CBL_DELETE_FILE" USING WS-WRK-FILENAME
               RETURNING WS-DEL-STATUS.
           DISPLAY WS-FILES-TRIMMED " log(s) trimmed, " WS-TOTAL-AGED
               " line(s) moved out - see output/logkeep-report.txt.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0050-CHAIN-CHECK-BEGIN.
           MOVE SPACE TO WS-LAST-STEP.
           MOVE SPACE TO WS-LAST-EVENT.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT JOB-LOG-INPUT.
           IF NOT WS-JOB-STATUS-OK THEN
               GO TO 0050-CHAIN-CHECK-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ JOB-LOG-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       MOVE JOB-IN-STEP TO WS-LAST-STEP
                       MOVE JOB-IN-EVENT TO WS-LAST-EVENT
               END-READ
           END-PERFORM.
           CLOSE JOB-LOG-INPUT.
       0050-CHAIN-CHECK-END.

      * The retention table comes off data/retention.txt; without
      * one the compiled-in nine apply.
       0060-LOAD-TABLE-BEGIN.
           MOVE 0 TO WS-KEEP-CNT.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT RETENTION-INPUT.
           IF NOT WS-RTN-STATUS-OK THEN
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9
                   MOVE WS-DEFAULT-FILE(WS-IDX)
                       TO WS-KEEP-FILE(WS-IDX)
                   MOVE WS-DEFAULT-SHORT(WS-IDX)
                       TO WS-KEEP-SHORT(WS-IDX)
                   MOVE WS-DEFAULT-KEEP(WS-IDX)
                       TO WS-KEEP-DAYS(WS-IDX)
                   MOVE WS-DEFAULT-ACTION(WS-IDX)
                       TO WS-KEEP-ACTION(WS-IDX)
                   MOVE WS-DEFAULT-COL(WS-IDX)
                       TO WS-KEEP-COL(WS-IDX)
               END-PERFORM
               MOVE 9 TO WS-KEEP-CNT
               GO TO 0060-LOAD-TABLE-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ RETENTION-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-KEEP-CNT < 30 THEN
                           ADD 1 TO WS-KEEP-CNT
                           MOVE RTN-FILE TO WS-KEEP-FILE(WS-KEEP-CNT)
                           MOVE RTN-SHORT
                               TO WS-KEEP-SHORT(WS-KEEP-CNT)
                           MOVE RTN-KEEP-DAYS
                               TO WS-KEEP-DAYS(WS-KEEP-CNT)
                           MOVE RTN-ACTION
                               TO WS-KEEP-ACTION(WS-KEEP-CNT)
                           MOVE RTN-DATE-COL
                               TO WS-KEEP-COL(WS-KEEP-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETENTION-INPUT.
       0060-LOAD-TABLE-END.

      * One log : the first pass splits it between the archive and
      * the work copy, the second picks up anything a run appended
      * meanwhile, and only then does the work copy go back over
      * the log. A row the table cannot use is reported and left.
       0100-ONE-LOG-BEGIN.
           MOVE WS-KEEP-FILE(WS-IDX) TO WS-LOG-FILENAME.
           MOVE WS-KEEP-FILE(WS-IDX) TO WS-RPT-FILE.
           MOVE WS-KEEP-DAYS(WS-IDX) TO WS-RPT-DAYS.
           IF WS-KEEP-COL(WS-IDX) NOT NUMERIC OR
              WS-KEEP-COL(WS-IDX) < 1 OR
              WS-KEEP-COL(WS-IDX) > 193 OR
              WS-KEEP-DAYS(WS-IDX) NOT NUMERIC OR
              (WS-KEEP-ACTION(WS-IDX) NOT EQUAL "ARCHIVE" AND
               WS-KEEP-ACTION(WS-IDX) NOT EQUAL "DELETE") THEN
               MOVE SPACE TO RPT-OUT-RCD
               STRING WS-RPT-FILE " retention row not usable - "
                   "left as it is." DELIMITED BY SIZE
                   INTO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
               GO TO 0100-ONE-LOG-END
           END-IF.

           COMPUTE WS-CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-KEEP-DAYS(WS-IDX).
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
               TO WS-CUTOFF-DATE.
           MOVE SPACE TO WS-ARC-FILENAME.
           STRING "output/archive-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KEEP-SHORT(WS-IDX))
                      DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-ARC-FILENAME.

           MOVE 0 TO WS-LINES-READ.
           MOVE 0 TO WS-LINES-LATE.
           MOVE 0 TO WS-LINES-KEPT.
           MOVE 0 TO WS-LINES-AGED.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT LOG-FILE.
           IF NOT WS-LOG-STATUS-OK THEN
               ADD 1 TO WS-FILES-MISSING
               MOVE SPACE TO RPT-OUT-RCD
               STRING WS-RPT-FILE " not there - skipped."
                   DELIMITED BY SIZE INTO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
               GO TO 0100-ONE-LOG-END
           END-IF.
           OPEN OUTPUT WORK-FILE.
           IF WS-KEEP-ACTION(WS-IDX) EQUAL "ARCHIVE" THEN
               OPEN EXTEND ARCHIVE-OUTPUT
               IF NOT WS-ARC-STATUS-OK THEN
                   OPEN OUTPUT ARCHIVE-OUTPUT
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ LOG-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM 0110-ONE-LINE-BEGIN
                          THRU 0110-ONE-LINE-END
               END-READ
           END-PERFORM.
           CLOSE LOG-FILE.
           IF WS-KEEP-ACTION(WS-IDX) EQUAL "ARCHIVE" THEN
               CLOSE ARCHIVE-OUTPUT
           END-IF.

      * Lines appended since the first pass are newer than anything
      * read : they all stay.
           MOVE 0 TO WS-SKIP-CNT.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT LOG-FILE.
           PERFORM UNTIL WS-EOF-TRUE
               READ LOG-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SKIP-CNT
                       IF WS-SKIP-CNT > WS-LINES-READ THEN
                           ADD 1 TO WS-LINES-LATE
                           ADD 1 TO WS-LINES-KEPT
                           MOVE LOG-RCD TO WRK-RCD
                           WRITE WRK-RCD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOG-FILE.
           CLOSE WORK-FILE.

      * Nothing aged : the log is left exactly as it was.
           IF WS-LINES-AGED > 0 THEN
               PERFORM 0120-PUT-BACK-BEGIN
                  THRU 0120-PUT-BACK-END
               ADD 1 TO WS-FILES-TRIMMED
               ADD WS-LINES-AGED TO WS-TOTAL-AGED
           END-IF.

           ADD WS-LINES-LATE TO WS-LINES-READ.
           MOVE WS-LINES-READ TO WS-RPT-READ.
           MOVE WS-LINES-KEPT TO WS-RPT-KEPT.
           IF WS-KEEP-ACTION(WS-IDX) EQUAL "ARCHIVE" THEN
               MOVE "archived" TO WS-RPT-ACTION
           ELSE
               MOVE "deleted" TO WS-RPT-ACTION
           END-IF.
           MOVE WS-LINES-AGED TO WS-RPT-AGED.
           MOVE WS-RPT-DETAIL-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           IF WS-LINES-AGED > 0 AND
              WS-KEEP-ACTION(WS-IDX) EQUAL "ARCHIVE" THEN
               MOVE WS-ARC-FILENAME TO WS-RPT-TARGET
               MOVE WS-RPT-TARGET-LINE TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-IF.
       0100-ONE-LOG-END.

      * A line whose date column holds no possible date (a heading,
      * a blank line) is never aged out.
       0110-ONE-LINE-BEGIN.
           MOVE 0 TO WS-LINE-DATE.
           IF LOG-RCD(WS-KEEP-COL(WS-IDX):8) IS NUMERIC THEN
               MOVE LOG-RCD(WS-KEEP-COL(WS-IDX):8) TO WS-LINE-DATE
               CALL "datechk" USING WS-LINE-DATE WS-RETURN-VALUE
               END-CALL
               IF NOT WS-RETURN-OK THEN
                   MOVE 0 TO WS-LINE-DATE
               END-IF
           END-IF.
           IF WS-LINE-DATE > 0 AND WS-LINE-DATE < WS-CUTOFF-DATE THEN
               ADD 1 TO WS-LINES-AGED
               IF WS-KEEP-ACTION(WS-IDX) EQUAL "ARCHIVE" THEN
                   MOVE LOG-RCD TO ARC-RCD
                   WRITE ARC-RCD
               END-IF
           ELSE
               ADD 1 TO WS-LINES-KEPT
               MOVE LOG-RCD TO WRK-RCD
               WRITE WRK-RCD
           END-IF.
       0110-ONE-LINE-END.

       0120-PUT-BACK-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT LOG-FILE.
           PERFORM UNTIL WS-EOF-TRUE
               READ WORK-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       MOVE WRK-RCD TO LOG-RCD
                       WRITE LOG-RCD
               END-READ
           END-PERFORM.
           CLOSE LOG-FILE.
           CLOSE WORK-FILE.
       0120-PUT-BACK-END.
