       IDENTIFICATION DIVISION.
       PROGRAM-ID. gltrial.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Account names come from the chart glpost.cbl posts through.
           SELECT CHART-INPUT
               ASSIGN TO "data/plan-comptable.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.

           SELECT JOURNAL-INPUT
               ASSIGN TO "data/gl-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

      * Debits, credits and balance per account for every period up
      * to the one asked for - the accountant's proof that the
      * ledger adds up before the month is closed.
           SELECT REPORT-OUTPUT
               ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EOD-LOG-OUTPUT
               ASSIGN TO "output/eod-summary.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHART-INPUT.
       COPY coarcd.

       FD JOURNAL-INPUT.
       COPY glrcd.

       FD REPORT-OUTPUT.
       01 RPT-OUT-RCD              PIC X(100).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-COA-STATUS               PIC X(02).
           88 WS-COA-STATUS-OK                  VALUE "00".
       01 WS-GL-STATUS                PIC X(02).
           88 WS-GL-STATUS-OK                   VALUE "00".
       01 WS-EOD-STATUS               PIC X(02).
           88 WS-EOD-STATUS-OK                  VALUE "00".

       01 WS-THIS-PERIOD              PIC 9(06).
       01 WS-THIS-SPLIT REDEFINES WS-THIS-PERIOD.
           05 WS-THIS-YYYY            PIC 9(04).
           05 WS-THIS-MM              PIC 9(02).
       77 WS-RPT-FILENAME             PIC X(40).
       77 WS-IDX                      PIC 9(03).

      * One row per account : the chart's accounts first, in the
      * order the accountant keeps them, then any account the
      * journal carries that the chart has since lost.
       77 WS-ACC-TBL-SIZE             PIC 9(03) VALUE 0.
       01 WS-ACC-TBL.
           05 WS-ACC OCCURS 200 TIMES.
               10 WS-ACC-CODE         PIC X(06).
               10 WS-ACC-NAME         PIC X(30).
               10 WS-ACC-DEBITS       PIC 9(11)V99.
               10 WS-ACC-CREDITS      PIC 9(11)V99.
       77 WS-ACC-FOUND-IDX            PIC 9(03).
       77 WS-ACC-OVERFLOW-CNT         PIC 9(05) VALUE 0.

       77 WS-LINES-READ               PIC 9(05) VALUE 0.
       77 WS-BAD-LINE-CNT             PIC 9(05) VALUE 0.
       77 WS-ORPHAN-CNT               PIC 9(03) VALUE 0.
       77 WS-WRITTEN-CNT              PIC 9(03) VALUE 0.
       77 WS-TOT-DEBITS               PIC 9(11)V99 VALUE 0.
       77 WS-TOT-CREDITS              PIC 9(11)V99 VALUE 0.
       77 WS-BALANCE                  PIC S9(11)V99.
       77 WS-OPERATOR-ID              PIC X(08).

       01 WS-RPT-TITLE-LINE.
           05 FILLER                  PIC X(21) VALUE
               "*** TRIAL BALANCE TO ".
           05 WS-RPT-TITLE-PERIOD     PIC 9(06).
           05 FILLER                  PIC X(04) VALUE " ***".

       01 WS-RPT-HEADING-LINE.
           05 FILLER                  PIC X(39) VALUE
               "Account Name".
           05 FILLER                  PIC X(17) VALUE
               "           Debits".
           05 FILLER                  PIC X(17) VALUE
               "          Credits".
           05 FILLER                  PIC X(17) VALUE
               "          Balance".

       01 WS-RPT-DETAIL-LINE.
           05 WS-RPT-ACCOUNT          PIC X(06).
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-NAME             PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-DEBITS           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-RPT-CREDITS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-RPT-BALANCE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-DR-CR            PIC X(02).

       01 WS-RPT-TRAILER-LINE.
           05 FILLER                  PIC X(20) VALUE
               "*** END OF REPORT - ".
           05 WS-TRL-ACCOUNTS         PIC ZZ9.
           05 FILLER                  PIC X(12) VALUE
               " ACCOUNTS - ".
           05 WS-TRL-LINES            PIC ZZZZ9.
           05 FILLER                  PIC X(18) VALUE
               " JOURNAL LINES ***".

       PROCEDURE DIVISION.
           DISPLAY "Trial balance to period (YYYYMM) : "
               WITH NO ADVANCING.
           ACCEPT WS-THIS-PERIOD.
           IF WS-THIS-MM < 1 OR WS-THIS-MM > 12 THEN
               DISPLAY "Not a possible month - no trial balance."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0100-LOAD-CHART-BEGIN
              THRU 0100-LOAD-CHART-END.
           PERFORM 0200-FOLD-JOURNAL-BEGIN
              THRU 0200-FOLD-JOURNAL-END.
           PERFORM 0400-WRITE-REPORT-BEGIN
              THRU 0400-WRITE-REPORT-END.
           PERFORM 0700-WRITE-EOD-LOG-BEGIN
              THRU 0700-WRITE-EOD-LOG-END.

           DISPLAY "Trial balance in " FUNCTION TRIM(WS-RPT-FILENAME)
               " : " WS-WRITTEN-CNT " account(s), "
               WS-LINES-READ " journal line(s).".

      * Exit status for the scheduler : 0 clean, 4 when the ledger
      * does not balance, carries unreadable lines or accounts off
      * the chart, or overflowed the table; 8 on the aborts.
           IF WS-TOT-DEBITS NOT EQUAL WS-TOT-CREDITS THEN
               DISPLAY "*** WARNING *** the ledger does not balance."
           END-IF.
           IF WS-BAD-LINE-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-BAD-LINE-CNT
                   " unreadable journal line(s) left out."
           END-IF.
           IF WS-ORPHAN-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-ORPHAN-CNT
                   " account(s) in the journal are not in the chart."
           END-IF.
           IF WS-ACC-OVERFLOW-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-ACC-OVERFLOW-CNT
                   " journal line(s) on accounts past the 200 table "
                   "slots - in the totals but on no account row."
           END-IF.
           IF WS-TOT-DEBITS NOT EQUAL WS-TOT-CREDITS OR
              WS-BAD-LINE-CNT > 0 OR WS-ORPHAN-CNT > 0 OR
              WS-ACC-OVERFLOW-CNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0100-LOAD-CHART-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CHART-INPUT.
           IF NOT WS-COA-STATUS-OK THEN
               DISPLAY "No data/plan-comptable.txt - accounts are "
                   "shown without names."
               GO TO 0100-LOAD-CHART-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CHART-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF COA-TYPE-ACCOUNT AND
                          COA-KEY(1:6) NOT EQUAL SPACE AND
                          WS-ACC-TBL-SIZE < 200 THEN
                           ADD 1 TO WS-ACC-TBL-SIZE
                           MOVE COA-KEY(1:6)
                               TO WS-ACC-CODE(WS-ACC-TBL-SIZE)
                           MOVE COA-NAME
                               TO WS-ACC-NAME(WS-ACC-TBL-SIZE)
                           MOVE 0 TO WS-ACC-DEBITS(WS-ACC-TBL-SIZE)
                           MOVE 0 TO WS-ACC-CREDITS(WS-ACC-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHART-INPUT.
       0100-LOAD-CHART-END.

       0200-FOLD-JOURNAL-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT JOURNAL-INPUT.
           IF NOT WS-GL-STATUS-OK THEN
               DISPLAY "No data/gl-journal.txt - run glpost.cbl first."
               GO TO 0200-FOLD-JOURNAL-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ JOURNAL-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF GL-PERIOD IS NUMERIC AND
                          GL-PERIOD <= WS-THIS-PERIOD THEN
                           PERFORM 0210-FOLD-ONE-LINE-BEGIN
                              THRU 0210-FOLD-ONE-LINE-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-INPUT.
       0200-FOLD-JOURNAL-END.

       0210-FOLD-ONE-LINE-BEGIN.
           ADD 1 TO WS-LINES-READ.
           IF GL-AMOUNT IS NOT NUMERIC OR
              (NOT GL-SIDE-DEBIT AND NOT GL-SIDE-CREDIT) THEN
               ADD 1 TO WS-BAD-LINE-CNT
               GO TO 0210-FOLD-ONE-LINE-END
           END-IF.
           IF GL-SIDE-DEBIT THEN
               ADD GL-AMOUNT TO WS-TOT-DEBITS
           ELSE
               ADD GL-AMOUNT TO WS-TOT-CREDITS
           END-IF.

           PERFORM 0250-FIND-ACCOUNT-BEGIN
              THRU 0250-FIND-ACCOUNT-END.
           IF WS-ACC-FOUND-IDX EQUAL 0 THEN
               GO TO 0210-FOLD-ONE-LINE-END
           END-IF.
           IF GL-SIDE-DEBIT THEN
               ADD GL-AMOUNT TO WS-ACC-DEBITS(WS-ACC-FOUND-IDX)
           ELSE
               ADD GL-AMOUNT TO WS-ACC-CREDITS(WS-ACC-FOUND-IDX)
           END-IF.
       0210-FOLD-ONE-LINE-END.

      * Sets WS-ACC-FOUND-IDX to GL-ACCOUNT's row, adding one marked
      * as off the chart when it has none; zero when the table is
      * full.
       0250-FIND-ACCOUNT-BEGIN.
           MOVE 0 TO WS-ACC-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ACC-TBL-SIZE
               IF WS-ACC-CODE(WS-IDX) EQUAL GL-ACCOUNT THEN
                   MOVE WS-IDX TO WS-ACC-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-ACC-FOUND-IDX > 0 THEN
               GO TO 0250-FIND-ACCOUNT-END
           END-IF.
           IF WS-ACC-TBL-SIZE >= 200 THEN
               ADD 1 TO WS-ACC-OVERFLOW-CNT
               GO TO 0250-FIND-ACCOUNT-END
           END-IF.
           ADD 1 TO WS-ACC-TBL-SIZE.
           ADD 1 TO WS-ORPHAN-CNT.
           MOVE WS-ACC-TBL-SIZE TO WS-ACC-FOUND-IDX.
           MOVE GL-ACCOUNT TO WS-ACC-CODE(WS-ACC-FOUND-IDX).
           MOVE "(not in the chart)" TO WS-ACC-NAME(WS-ACC-FOUND-IDX).
           MOVE 0 TO WS-ACC-DEBITS(WS-ACC-FOUND-IDX).
           MOVE 0 TO WS-ACC-CREDITS(WS-ACC-FOUND-IDX).
       0250-FIND-ACCOUNT-END.

       0400-WRITE-REPORT-BEGIN.
           MOVE SPACE TO WS-RPT-FILENAME.
           STRING "output/trial-balance-" DELIMITED BY SIZE
                  WS-THIS-PERIOD DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME.
           OPEN OUTPUT REPORT-OUTPUT.
           MOVE WS-THIS-PERIOD TO WS-RPT-TITLE-PERIOD.
           WRITE RPT-OUT-RCD FROM WS-RPT-TITLE-LINE.
           MOVE SPACES TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           WRITE RPT-OUT-RCD FROM WS-RPT-HEADING-LINE.

      * Accounts the period never touched stay off the page.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ACC-TBL-SIZE
               IF WS-ACC-DEBITS(WS-IDX) NOT EQUAL 0 OR
                  WS-ACC-CREDITS(WS-IDX) NOT EQUAL 0 THEN
                   ADD 1 TO WS-WRITTEN-CNT
                   MOVE WS-ACC-CODE(WS-IDX) TO WS-RPT-ACCOUNT
                   MOVE WS-ACC-NAME(WS-IDX) TO WS-RPT-NAME
                   MOVE WS-ACC-DEBITS(WS-IDX) TO WS-RPT-DEBITS
                   MOVE WS-ACC-CREDITS(WS-IDX) TO WS-RPT-CREDITS
                   COMPUTE WS-BALANCE = WS-ACC-DEBITS(WS-IDX)
                       - WS-ACC-CREDITS(WS-IDX)
                   PERFORM 0410-BALANCE-SIDE-BEGIN
                      THRU 0410-BALANCE-SIDE-END
                   WRITE RPT-OUT-RCD FROM WS-RPT-DETAIL-LINE
               END-IF
           END-PERFORM.
           IF WS-WRITTEN-CNT EQUAL 0 THEN
               MOVE "(nothing posted up to this period)" TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-IF.

           MOVE SPACES TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACES TO WS-RPT-ACCOUNT.
           MOVE "TOTAL" TO WS-RPT-NAME.
           MOVE WS-TOT-DEBITS TO WS-RPT-DEBITS.
           MOVE WS-TOT-CREDITS TO WS-RPT-CREDITS.
           COMPUTE WS-BALANCE = WS-TOT-DEBITS - WS-TOT-CREDITS.
           PERFORM 0410-BALANCE-SIDE-BEGIN
              THRU 0410-BALANCE-SIDE-END.
           WRITE RPT-OUT-RCD FROM WS-RPT-DETAIL-LINE.
           IF WS-BALANCE EQUAL 0 THEN
               MOVE "Debits equal credits - the ledger balances."
                   TO RPT-OUT-RCD
           ELSE
               MOVE "*** DEBITS DO NOT EQUAL CREDITS ***"
                   TO RPT-OUT-RCD
           END-IF.
           WRITE RPT-OUT-RCD.

           MOVE SPACES TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-WRITTEN-CNT TO WS-TRL-ACCOUNTS.
           MOVE WS-LINES-READ TO WS-TRL-LINES.
           WRITE RPT-OUT-RCD FROM WS-RPT-TRAILER-LINE.
           CLOSE REPORT-OUTPUT.
       0400-WRITE-REPORT-END.

      * The balance printed unsigned with DR or CR beside it, the way
      * the accountant reads a ledger.
       0410-BALANCE-SIDE-BEGIN.
           IF WS-BALANCE < 0 THEN
               COMPUTE WS-RPT-BALANCE = 0 - WS-BALANCE
               MOVE "CR" TO WS-RPT-DR-CR
           ELSE
               MOVE WS-BALANCE TO WS-RPT-BALANCE
               MOVE "DR" TO WS-RPT-DR-CR
           END-IF.
           IF WS-BALANCE EQUAL 0 THEN
               MOVE SPACES TO WS-RPT-DR-CR
           END-IF.
       0410-BALANCE-SIDE-END.

       0700-WRITE-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "GLTRIAL" TO EOD-PROGRAM.
           MOVE WS-LINES-READ TO EOD-RECORDS-PROC.
           COMPUTE EOD-EXCEPTIONS = WS-BAD-LINE-CNT + WS-ORPHAN-CNT.
           MOVE 1 TO EOD-FILES-WRITTEN.
           MOVE WS-TOT-DEBITS TO EOD-KEY-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE WS-OPERATOR-ID TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0700-WRITE-EOD-LOG-END.
