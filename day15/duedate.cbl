       IDENTIFICATION DIVISION.
       PROGRAM-ID. duedate.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * When is this order's money owed ? Asked by everything that
      * ages or forecasts receivables - cliaging, dunning, latefee,
      * clistmt, cashfcst - so the client's terms are read the same
      * way everywhere. Pass the client's terms code and the order
      * (or dispatch) date, get the due date back : the terms' days
      * added, carried to the month end where the terms say so, then
      * moved on past Saturdays, Sundays and the holidays on the
      * nightrun calendar.
      *
      * Both files are read on the first call only; later calls in
      * the same run work from the tables.
           SELECT TERMS-INPUT
               ASSIGN TO "data/conditions-paiement.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRM-STATUS.

           SELECT CALENDAR-INPUT
               ASSIGN TO "data/calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TERMS-INPUT.
       COPY trmrcd.

       FD CALENDAR-INPUT.
       01 CAL-RECORD.
           05 CAL-DATE            PIC 9(08).
           05 FILLER              PIC X(01).
           05 CAL-DESC            PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-TRM-STATUS           PIC X(02).
           88 WS-TRM-STATUS-OK              VALUE "00".
       01 WS-CAL-STATUS           PIC X(02).
           88 WS-CAL-STATUS-OK              VALUE "00".
       01 WS-EOF                  PIC 9(01).
           88 WS-EOF-TRUE                   VALUE 1.
           88 WS-EOF-FALSE                  VALUE 0.
       01 WS-LOADED               PIC 9(01) VALUE 0.
           88 WS-LOADED-TRUE                VALUE 1.
           88 WS-LOADED-FALSE               VALUE 0.

      * The house terms : what a client with no code of their own
      * is given, the same PAYMENT-TERMS-DAYS limrevw judges by.
       77 WS-HOUSE-DAYS           PIC 9(03) VALUE 30.
       01 WS-PARAM-KEY            PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-PARAM-FOUND          PIC 9(01).
           88 WS-PARAM-FOUND-TRUE           VALUE 1.
           88 WS-PARAM-FOUND-FALSE          VALUE 0.

      * Without data/conditions-paiement.txt these four are the terms
      * on offer : code, days, month-end flag, label.
       01 WS-DEFAULT-TERMS.
           05 FILLER              PIC X(38) VALUE
               "CASH000NCash on order".
           05 FILLER              PIC X(38) VALUE
               "N30 030N30 days net".
           05 FILLER              PIC X(38) VALUE
               "N60 060N60 days net".
           05 FILLER              PIC X(38) VALUE
               "30EM030Y30 days end of month".
       01 WS-DEFAULT-TERMS-R REDEFINES WS-DEFAULT-TERMS.
           05 WS-DEFAULT-ROW      OCCURS 4 TIMES.
               10 WS-DEFAULT-CODE     PIC X(04).
               10 WS-DEFAULT-DAYS     PIC 9(03).
               10 WS-DEFAULT-EOM      PIC X(01).
               10 WS-DEFAULT-LABEL    PIC X(30).

       77 WS-TRM-TBL-SIZE         PIC 9(02) VALUE 0.
       77 WS-TRM-TBL-MAX          PIC 9(02) VALUE 50.
       01 WS-TRM-TBL.
           05 WS-TRM OCCURS 50 TIMES.
               10 WS-TRM-CODE         PIC X(04).
               10 WS-TRM-DAYS         PIC 9(03).
               10 WS-TRM-EOM          PIC X(01).
               10 WS-TRM-LABEL        PIC X(30).
       77 WS-TRM-IDX              PIC 9(02).
       77 WS-TRM-FOUND-IDX        PIC 9(02).

       77 WS-HOL-TBL-SIZE         PIC 9(03) VALUE 0.
       77 WS-HOL-TBL-MAX          PIC 9(03) VALUE 500.
       01 WS-HOL-TBL.
           05 WS-HOL-DATE         PIC 9(08) OCCURS 500 TIMES.
       77 WS-HOL-IDX              PIC 9(03).

       77 WS-DAYS                 PIC 9(03).
       77 WS-EOM                  PIC X(01).
       77 WS-DUE-INTEGER          PIC S9(09) COMP-5.
       01 WS-WORK-DATE            PIC 9(08).
       01 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
           05 WS-WORK-YYYY        PIC 9(04).
           05 WS-WORK-MM          PIC 9(02).
           05 WS-WORK-DD          PIC 9(02).
       77 WS-DAYS-SHOWN           PIC ZZ9.
       77 WS-DOW-QUOTIENT         PIC 9(09).
       77 WS-DOW-REMAINDER        PIC 9(09).
       77 WS-ROLL-CNT             PIC 9(02).
       77 WS-WORKING-DAY          PIC 9(01).
           88 WS-WORKING-DAY-TRUE           VALUE 1.
           88 WS-WORKING-DAY-FALSE          VALUE 0.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       LINKAGE SECTION.
       01 LK-TERMS                PIC X(04).
       01 LK-BASE-DATE            PIC 9(08).
       01 LK-DUE-DATE             PIC 9(08).
       01 LK-LABEL                PIC X(30).
      * 0 when a code was given that the terms master does not hold :
      * the house terms were applied instead.
       01 LK-KNOWN                PIC 9(01).
           88 LK-KNOWN-TRUE                 VALUE 1.
           88 LK-KNOWN-FALSE                VALUE 0.

       PROCEDURE DIVISION USING
                                LK-TERMS,
                                LK-BASE-DATE,
                                LK-DUE-DATE,
                                LK-LABEL,
                                LK-KNOWN.
           IF WS-LOADED-FALSE THEN
               PERFORM 0100-LOAD-TERMS-BEGIN
                  THRU 0100-LOAD-TERMS-END
               PERFORM 0200-LOAD-CALENDAR-BEGIN
                  THRU 0200-LOAD-CALENDAR-END
               SET WS-LOADED-TRUE TO TRUE
           END-IF.

           SET LK-KNOWN-TRUE TO TRUE.
           MOVE WS-HOUSE-DAYS TO WS-DAYS.
           MOVE "N" TO WS-EOM.
           MOVE WS-HOUSE-DAYS TO WS-DAYS-SHOWN.
           MOVE SPACE TO LK-LABEL.
           STRING "House terms, " FUNCTION TRIM(WS-DAYS-SHOWN)
                  " days net"
               DELIMITED BY SIZE INTO LK-LABEL.
           IF LK-TERMS NOT EQUAL SPACE THEN
               PERFORM 0300-FIND-TERMS-BEGIN
                  THRU 0300-FIND-TERMS-END
           END-IF.

      * A date that is not a real date comes back as it went in, for
      * the caller's own date edit to count.
           MOVE LK-BASE-DATE TO LK-DUE-DATE.
           CALL "datechk" USING LK-BASE-DATE WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK THEN
               EXIT PROGRAM
           END-IF.

           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(LK-BASE-DATE) + WS-DAYS.
           IF WS-EOM EQUAL "Y" THEN
               PERFORM 0400-MONTH-END-BEGIN
                  THRU 0400-MONTH-END-END
           END-IF.
           PERFORM 0500-WORKING-DAY-BEGIN
              THRU 0500-WORKING-DAY-END.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
               TO LK-DUE-DATE.
           EXIT PROGRAM.

      * The terms master when there is one, the four standard terms
      * when there is not; the house days come off the parameters.
       0100-LOAD-TERMS-BEGIN.
           MOVE "PAYMENT-TERMS-DAYS" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-HOUSE-DAYS
           END-IF.

           MOVE 0 TO WS-TRM-TBL-SIZE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT TERMS-INPUT.
           IF WS-TRM-STATUS-OK THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ TERMS-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           IF TRM-CODE NOT EQUAL SPACE AND
                              WS-TRM-TBL-SIZE < WS-TRM-TBL-MAX THEN
                               ADD 1 TO WS-TRM-TBL-SIZE
                               MOVE TRM-CODE
                                   TO WS-TRM-CODE(WS-TRM-TBL-SIZE)
                               MOVE TRM-DAYS
                                   TO WS-TRM-DAYS(WS-TRM-TBL-SIZE)
                               MOVE TRM-END-OF-MONTH
                                   TO WS-TRM-EOM(WS-TRM-TBL-SIZE)
                               MOVE TRM-LABEL
                                   TO WS-TRM-LABEL(WS-TRM-TBL-SIZE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMS-INPUT
           END-IF.
           IF WS-TRM-TBL-SIZE > 0 THEN
               GO TO 0100-LOAD-TERMS-END
           END-IF.
           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
                   UNTIL WS-TRM-IDX > 4
               MOVE WS-DEFAULT-ROW(WS-TRM-IDX) TO WS-TRM(WS-TRM-IDX)
           END-PERFORM.
           MOVE 4 TO WS-TRM-TBL-SIZE.
       0100-LOAD-TERMS-END.

      * Every date on the calendar file is a holiday, the same
      * reading nightrun gives it.
       0200-LOAD-CALENDAR-BEGIN.
           MOVE 0 TO WS-HOL-TBL-SIZE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CALENDAR-INPUT.
           IF NOT WS-CAL-STATUS-OK THEN
               GO TO 0200-LOAD-CALENDAR-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CALENDAR-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF CAL-DATE IS NUMERIC AND
                          WS-HOL-TBL-SIZE < WS-HOL-TBL-MAX THEN
                           ADD 1 TO WS-HOL-TBL-SIZE
                           MOVE CAL-DATE
                               TO WS-HOL-DATE(WS-HOL-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-INPUT.
       0200-LOAD-CALENDAR-END.

      * A code nobody set up is not the client's fault : the house
      * terms stand and the caller is told, so it can say so.
       0300-FIND-TERMS-BEGIN.
           MOVE 0 TO WS-TRM-FOUND-IDX.
           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
                   UNTIL WS-TRM-IDX > WS-TRM-TBL-SIZE
               IF WS-TRM-CODE(WS-TRM-IDX) EQUAL LK-TERMS THEN
                   MOVE WS-TRM-IDX TO WS-TRM-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-TRM-FOUND-IDX EQUAL 0 THEN
               SET LK-KNOWN-FALSE TO TRUE
               GO TO 0300-FIND-TERMS-END
           END-IF.
           MOVE WS-TRM-DAYS(WS-TRM-FOUND-IDX) TO WS-DAYS.
           MOVE WS-TRM-EOM(WS-TRM-FOUND-IDX) TO WS-EOM.
           MOVE WS-TRM-LABEL(WS-TRM-FOUND-IDX) TO LK-LABEL.
       0300-FIND-TERMS-END.

      * The last day of the month the days landed in : the first of
      * the following month, less one.
       0400-MONTH-END-BEGIN.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
               TO WS-WORK-DATE.
           MOVE 1 TO WS-WORK-DD.
           IF WS-WORK-MM EQUAL 12 THEN
               MOVE 1 TO WS-WORK-MM
               ADD 1 TO WS-WORK-YYYY
           ELSE
               ADD 1 TO WS-WORK-MM
           END-IF.
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1.
       0400-MONTH-END-END.

      * Nobody can pay on a day the bank is shut : the due date moves
      * on to the next day that is neither a weekend nor a holiday.
      * Day 1 of the INTEGER-OF-DATE epoch fell on a Monday, so a
      * remainder of 6 is a Saturday and 0 a Sunday. A calendar that
      * blocks a whole month is taken as a mistake, not obeyed.
       0500-WORKING-DAY-BEGIN.
           MOVE 0 TO WS-ROLL-CNT.
           SET WS-WORKING-DAY-FALSE TO TRUE.
           PERFORM UNTIL WS-WORKING-DAY-TRUE OR WS-ROLL-CNT > 30
               SET WS-WORKING-DAY-TRUE TO TRUE
               DIVIDE WS-DUE-INTEGER BY 7
                   GIVING WS-DOW-QUOTIENT
                   REMAINDER WS-DOW-REMAINDER
               IF WS-DOW-REMAINDER EQUAL 6 OR
                  WS-DOW-REMAINDER EQUAL 0 THEN
                   SET WS-WORKING-DAY-FALSE TO TRUE
               ELSE
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
                       TO WS-WORK-DATE
                   PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                           UNTIL WS-HOL-IDX > WS-HOL-TBL-SIZE
                       IF WS-HOL-DATE(WS-HOL-IDX) EQUAL WS-WORK-DATE
                          THEN
                           SET WS-WORKING-DAY-FALSE TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-WORKING-DAY-FALSE THEN
                   ADD 1 TO WS-DUE-INTEGER
                   ADD 1 TO WS-ROLL-CNT
               END-IF
           END-PERFORM.
       0500-WORKING-DAY-END.
