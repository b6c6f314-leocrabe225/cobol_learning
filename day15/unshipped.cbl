       IDENTIFICATION DIVISION.
       PROGRAM-ID. unshipped.
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

           SELECT ORDERS-INPUT
               ASSIGN TO "data/num-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.

      * Orders dispatch.cbl confirmed as shipped.
           SELECT DISPATCH-INPUT
               ASSIGN TO "data/expeditions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHP-STATUS.

           SELECT UNSHIPPED-REPORT-OUTPUT
               ASSIGN TO "output/unshipped-report.txt"
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

       FD ORDERS-INPUT.
       01 ORD-IN-RECORD.
           05 ORD-IN-CLI-ID        PIC 9(04).
           05 FILLER               PIC X(01).
           05 ORD-IN-ID            PIC 9(05).
           05 FILLER               PIC X(01).
           05 ORD-IN-AMT           PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 ORD-IN-DATE          PIC 9(08).
           05 FILLER               PIC X(01).
      * Space or "O" is an ordinary order; "C" is a credit note.
           05 ORD-IN-TYPE          PIC X(01).

       FD DISPATCH-INPUT.
       COPY shiprcd.

       FD UNSHIPPED-REPORT-OUTPUT.
       01 RPT-OUT-RCD               PIC X(80).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-F-STATUS                 PIC X(02).
           88 WS-F-STATUS-OK                    VALUE "00".
       01 WS-ORD-STATUS               PIC X(02).
           88 WS-ORD-STATUS-OK                  VALUE "00".
       01 WS-SHP-STATUS               PIC X(02).
           88 WS-SHP-STATUS-OK                  VALUE "00".
       01 WS-EOD-STATUS               PIC X(02).
           88 WS-EOD-STATUS-OK                  VALUE "00".

       77 WS-IDX                      PIC 9(05).

       77 WS-CLI-TBL-SIZE             PIC 9(04) VALUE 0.
       01 WS-CLI-TBL.
           05 WS-CLI OCCURS 9999 TIMES.
               10 WS-CLI-ID           PIC 9(04).
               10 WS-CLI-NAME         PIC X(10).
               10 WS-CLI-FNAME        PIC X(10).
       77 WS-CLI-FOUND-IDX            PIC 9(04).

       77 WS-SHP-TBL-SIZE             PIC 9(05) VALUE 0.
       01 WS-SHP-TBL.
           05 WS-SHP-ID               PIC 9(05) OCCURS 99999 TIMES.
       77 WS-SHP-FOUND                PIC 9(01).
           88 WS-SHP-FOUND-TRUE                 VALUE 1.
           88 WS-SHP-FOUND-FALSE                VALUE 0.

      * Days an accepted order may wait before it counts as stuck;
      * UNSHIPPED-DAYS in data/params.txt overrides it.
       77 WS-STUCK-DAYS               PIC 9(03) VALUE 5.
       01 WS-PARAM-KEY                PIC X(20).
       01 WS-PARAM-VALUE              PIC X(20).
       01 WS-PARAM-FOUND              PIC 9(01).
           88 WS-PARAM-FOUND-TRUE               VALUE 1.
           88 WS-PARAM-FOUND-FALSE              VALUE 0.

       77 WS-RUN-DATE                 PIC 9(08).
       77 WS-RUN-INTEGER              PIC S9(09) COMP-5.
       77 WS-ORD-INTEGER              PIC S9(09) COMP-5.
       77 WS-AGE-DAYS                 PIC S9(05) COMP-5.

       77 WS-ORDERS-READ              PIC 9(05) VALUE 0.
       77 WS-UNSHIPPED-CNT            PIC 9(05) VALUE 0.
       77 WS-STUCK-CNT                PIC 9(05) VALUE 0.
       77 WS-STUCK-AMT                PIC 9(09)V99 VALUE 0.
       77 WS-OPERATOR-ID              PIC X(08).

       01 WS-RPT-TITLE-LINE.
           05 FILLER                  PIC X(38) VALUE
               "*** ORDERS ACCEPTED BUT NOT SHIPPED - ".
           05 WS-RPT-TITLE-DATE       PIC 9(08).
           05 FILLER                  PIC X(04) VALUE " ***".

       01 WS-RPT-PARAM-LINE.
           05 FILLER                  PIC X(26) VALUE
               "Stuck after (days)      : ".
           05 WS-RPT-STUCK-DAYS       PIC ZZ9.

       01 WS-RPT-HEADING-LINE.
           05 FILLER                  PIC X(07) VALUE "Order".
           05 FILLER                  PIC X(26) VALUE "Client".
           05 FILLER                  PIC X(10) VALUE "Ordered".
           05 FILLER                  PIC X(15) VALUE "Amount".
           05 FILLER                  PIC X(06) VALUE "Days".

       01 WS-RPT-DETAIL-LINE.
           05 WS-RPT-ORD-ID           PIC 9(05).
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-CLI-ID           PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-CLI-FNAME        PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-CLI-NAME         PIC X(10).
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-ORD-DATE         PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-AMT              PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(03) VALUE SPACE.
           05 WS-RPT-DAYS             PIC ZZZZ9.

       01 WS-RPT-TRAILER-LINE.
           05 FILLER                  PIC X(21) VALUE
               "*** END OF REPORT - ".
           05 WS-TRL-RECORDS          PIC ZZZZ9.
           05 FILLER                  PIC X(15) VALUE
               " STUCK - TOTAL ".
           05 WS-TRL-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(04) VALUE " ***".

       PROCEDURE DIVISION.
           MOVE "UNSHIPPED-DAYS" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-STUCK-DAYS
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           PERFORM 0100-LOAD-CLIENTS-BEGIN
              THRU 0100-LOAD-CLIENTS-END.
           PERFORM 0150-LOAD-DISPATCHED-BEGIN
              THRU 0150-LOAD-DISPATCHED-END.
           PERFORM 0200-SCAN-ORDERS-BEGIN
              THRU 0200-SCAN-ORDERS-END.
           PERFORM 0400-WRITE-EOD-LOG-BEGIN
              THRU 0400-WRITE-EOD-LOG-END.

      * Exit status for the scheduler : 0 clean, 4 when any order is
      * stuck past the threshold, 8 on the aborts above.
           IF WS-STUCK-CNT > 0 THEN
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

       0150-LOAD-DISPATCHED-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT DISPATCH-INPUT.
           IF NOT WS-SHP-STATUS-OK THEN
               DISPLAY "No data/expeditions.txt - every order counts "
                   "as unshipped."
               GO TO 0150-LOAD-DISPATCHED-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ DISPATCH-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-SHP-TBL-SIZE < 99999 THEN
                           ADD 1 TO WS-SHP-TBL-SIZE
                           MOVE SHP-ORD-ID
                               TO WS-SHP-ID(WS-SHP-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DISPATCH-INPUT.
       0150-LOAD-DISPATCHED-END.

       0200-SCAN-ORDERS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDERS-INPUT.
           IF NOT WS-ORD-STATUS-OK THEN
               DISPLAY "Unable to open data/num-commandes.txt, status "
                   WS-ORD-STATUS "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT UNSHIPPED-REPORT-OUTPUT.
           MOVE WS-RUN-DATE TO WS-RPT-TITLE-DATE.
           MOVE WS-RPT-TITLE-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-STUCK-DAYS TO WS-RPT-STUCK-DAYS.
           MOVE WS-RPT-PARAM-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-HEADING-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

           PERFORM UNTIL WS-EOF-TRUE
               READ ORDERS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ORDERS-READ
                       IF ORD-IN-TYPE NOT EQUAL "C" THEN
                           PERFORM 0300-CHECK-ORDER-BEGIN
                              THRU 0300-CHECK-ORDER-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDERS-INPUT.

           IF WS-STUCK-CNT EQUAL 0 THEN
               MOVE "(none)" TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-IF.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-STUCK-CNT TO WS-TRL-RECORDS.
           MOVE WS-STUCK-AMT TO WS-TRL-TOTAL.
           MOVE WS-RPT-TRAILER-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           CLOSE UNSHIPPED-REPORT-OUTPUT.
           DISPLAY WS-STUCK-CNT " order(s) stuck past "
               WS-STUCK-DAYS " day(s), in "
               "output/unshipped-report.txt.".
       0200-SCAN-ORDERS-END.

       0300-CHECK-ORDER-BEGIN.
           SET WS-SHP-FOUND-FALSE TO TRUE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SHP-TBL-SIZE
               IF WS-SHP-ID(WS-IDX) EQUAL ORD-IN-ID THEN
                   SET WS-SHP-FOUND-TRUE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-SHP-FOUND-TRUE THEN
               GO TO 0300-CHECK-ORDER-END
           END-IF.
           ADD 1 TO WS-UNSHIPPED-CNT.
           COMPUTE WS-ORD-INTEGER =
               FUNCTION INTEGER-OF-DATE(ORD-IN-DATE).
           COMPUTE WS-AGE-DAYS = WS-RUN-INTEGER - WS-ORD-INTEGER.
           IF WS-AGE-DAYS <= WS-STUCK-DAYS THEN
               GO TO 0300-CHECK-ORDER-END
           END-IF.

           MOVE 0 TO WS-CLI-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CLI-TBL-SIZE
               IF WS-CLI-ID(WS-IDX) EQUAL ORD-IN-CLI-ID THEN
                   MOVE WS-IDX TO WS-CLI-FOUND-IDX
               END-IF
           END-PERFORM.
           MOVE ORD-IN-ID     TO WS-RPT-ORD-ID.
           MOVE ORD-IN-CLI-ID TO WS-RPT-CLI-ID.
           IF WS-CLI-FOUND-IDX > 0 THEN
               MOVE WS-CLI-FNAME(WS-CLI-FOUND-IDX) TO WS-RPT-CLI-FNAME
               MOVE WS-CLI-NAME(WS-CLI-FOUND-IDX)  TO WS-RPT-CLI-NAME
           ELSE
               MOVE "(unknown)" TO WS-RPT-CLI-FNAME
               MOVE SPACE       TO WS-RPT-CLI-NAME
           END-IF.
           MOVE ORD-IN-DATE TO WS-RPT-ORD-DATE.
           MOVE ORD-IN-AMT  TO WS-RPT-AMT.
           MOVE WS-AGE-DAYS TO WS-RPT-DAYS.
           MOVE WS-RPT-DETAIL-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           ADD 1 TO WS-STUCK-CNT.
           ADD ORD-IN-AMT TO WS-STUCK-AMT.
       0300-CHECK-ORDER-END.

       0400-WRITE-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "UNSHIPPED" TO EOD-PROGRAM.
           MOVE WS-ORDERS-READ TO EOD-RECORDS-PROC.
           MOVE WS-STUCK-CNT TO EOD-EXCEPTIONS.
           MOVE 1 TO EOD-FILES-WRITTEN.
           MOVE WS-STUCK-AMT TO EOD-KEY-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE WS-OPERATOR-ID TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0400-WRITE-EOD-LOG-END.
