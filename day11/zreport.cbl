               ASSIGN TO "output/pizzeria-zreport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      * The drivers, so the cash-up shows a name beside each code.
           SELECT DRIVERS-INPUT
               ASSIGN TO "data/pizzeria-livreurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORDERS-INPUT.
           05 F-ORDER-DATE          PIC 9(08).
           05 FILLER                PIC X(01).
           05 F-ORDER-TOTAL         PIC 9(05)V99.
      * Delivery details, as pizzeria.cbl and pizdisp.cbl set them.
      * Blank on eat-in orders and on the rows written before.
           05 FILLER                PIC X(01).
           05 F-ORDER-KIND          PIC X(01).
           05 FILLER                PIC X(01).
           05 F-ORDER-TIME          PIC 9(04).
           05 FILLER                PIC X(01).
           05 F-ORDER-PHONE         PIC X(10).
           05 FILLER                PIC X(01).
           05 F-ORDER-ADDRESS       PIC X(30).
           05 FILLER                PIC X(01).
           05 F-ORDER-PROMISED      PIC 9(03).
           05 FILLER                PIC X(01).
           05 F-ORDER-DRIVER        PIC X(04).
           05 FILLER                PIC X(01).
           05 F-ORDER-LEFT          PIC 9(04).
           05 FILLER                PIC X(01).
           05 F-ORDER-BACK          PIC 9(04).
       01 F-LINE-RCD REDEFINES F-ORDER-RCD.
           05 F-LINE-TYPE           PIC X(01).
           05 FILLER                PIC X(01).
       FD ZREPORT-OUTPUT.
       01 RPT-OUT-RCD               PIC X(60).

       FD DRIVERS-INPUT.
       01 DRV-RECORD.
           05 DRV-CODE              PIC X(04).
           05 FILLER                PIC X(01).
           05 DRV-NAME              PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-F-STATUS             PIC X(02).
           88 WS-F-STATUS-OK                VALUE "00".
       01 WS-DRV-STATUS           PIC X(02).
           88 WS-DRV-STATUS-OK              VALUE "00".
       01 WS-EOF                  PIC 9(01).
           88 WS-EOF-TRUE                   VALUE 1.
           88 WS-EOF-FALSE                  VALUE 0.
       77 WS-COVERS               PIC 9(05) VALUE 0.
       77 WS-TAKINGS              PIC 9(07)V99 VALUE 0.

      * Eat-in against delivery : old rows and eat-in orders carry
      * no "L" kind and count as eat-in.
       77 WS-EATIN-CNT            PIC 9(04) VALUE 0.
       77 WS-EATIN-TAKINGS        PIC 9(07)V99 VALUE 0.
       77 WS-DELIV-CNT            PIC 9(04) VALUE 0.
       77 WS-DELIV-TAKINGS        PIC 9(07)V99 VALUE 0.
       77 WS-NOT-BACK-CNT         PIC 9(04) VALUE 0.

      * What each driver brought back for the cash-up. A blank code
      * collects the deliveries nobody was dispatched on.
       01 WS-DRV-TBL.
           05 WS-DRV              OCCURS 31 TIMES.
               10 WS-DRV-CODE     PIC X(04).
               10 WS-DRV-NAME     PIC X(20).
               10 WS-DRV-ORDERS   PIC 9(04).
               10 WS-DRV-TAKINGS  PIC 9(07)V99.
       77 WS-DRV-CNT              PIC 9(02) VALUE 0.
       77 WS-DRV-IDX              PIC 9(02).
       77 WS-DRV-FOUND            PIC 9(02).

      * Deliveries that took longer than promised : from the time the
      * order was taken to the driver's return, the only stamp after
      * the door, across midnight if need be.
       01 WS-LATE-TBL.
           05 WS-LATE             OCCURS 100 TIMES.
               10 WS-LATE-NAME    PIC X(20).
               10 WS-LATE-TIME    PIC 9(04).
               10 WS-LATE-DRIVER  PIC X(04).
               10 WS-LATE-TOOK    PIC 9(04).
               10 WS-LATE-PROMISE PIC 9(03).
       77 WS-LATE-CNT             PIC 9(03) VALUE 0.
       77 WS-LATE-IDX             PIC 9(03).
       77 WS-START-MIN            PIC 9(04).
       77 WS-BACK-MIN             PIC 9(04).
       77 WS-TOOK-MIN             PIC S9(05).

       01 WS-RPT-TITLE-LINE.
           05 FILLER              PIC X(18) VALUE "*** Z REPORT for ".
           05 WS-RPT-TITLE-DATE   PIC 9(08).
           05 FILLER              PIC X(17) VALUE "Total takings  : ".
           05 WS-RPT-TAKINGS      PIC ZZZ,ZZ9.99.

       01 WS-RPT-SPLIT-LINE.
           05 WS-RPT-SPLIT-LABEL  PIC X(17).
           05 WS-RPT-SPLIT-AMT    PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 WS-RPT-SPLIT-CNT    PIC ZZZ9.
           05 FILLER              PIC X(07) VALUE " orders".

       01 WS-RPT-DRIVER-LINE.
           05 WS-RPT-DRV-CODE     PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RPT-DRV-NAME     PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RPT-DRV-ORDERS   PIC ZZZ9.
           05 FILLER              PIC X(03) VALUE SPACE.
           05 WS-RPT-DRV-AMT      PIC ZZZ,ZZ9.99.

       01 WS-RPT-LATE-LINE.
           05 WS-RPT-LATE-NAME    PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RPT-LATE-TIME    PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RPT-LATE-DRIVER  PIC X(04).
           05 FILLER              PIC X(06) VALUE " took ".
           05 WS-RPT-LATE-TOOK    PIC ZZZ9.
           05 FILLER              PIC X(15) VALUE " min, promised ".
           05 WS-RPT-LATE-PROMISE PIC ZZ9.

       01 WS-RPT-NOT-BACK-LINE.
           05 FILLER              PIC X(28)
               VALUE "Deliveries not back yet   : ".
           05 WS-RPT-NOT-BACK     PIC ZZZ9.

       PROCEDURE DIVISION.
           DISPLAY "Z report date (YYYYMMDD, blank for today) : "
               WITH NO ADVANCING.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           END-IF.

           PERFORM 0400-LOAD-DRIVERS-BEGIN
              THRU 0400-LOAD-DRIVERS-END.

           SET WS-IN-RANGE-FALSE TO TRUE.
           OPEN INPUT ORDERS-INPUT.
           IF NOT WS-F-STATUS-OK THEN
                       ADD 1 TO WS-ORDERS-CNT
                       ADD F-ORDER-GUESTS TO WS-COVERS
                       ADD F-ORDER-TOTAL TO WS-TAKINGS
                       PERFORM 0110-TALLY-KIND-BEGIN
                          THRU 0110-TALLY-KIND-END
                   ELSE
                       SET WS-IN-RANGE-FALSE TO TRUE
                   END-IF
           END-EVALUATE.
       0100-ONE-RECORD-END.

       0110-TALLY-KIND-BEGIN.
           IF F-ORDER-KIND NOT EQUAL "L" THEN
               ADD 1 TO WS-EATIN-CNT
               ADD F-ORDER-TOTAL TO WS-EATIN-TAKINGS
               GO TO 0110-TALLY-KIND-END
           END-IF.
           ADD 1 TO WS-DELIV-CNT.
           ADD F-ORDER-TOTAL TO WS-DELIV-TAKINGS.

           PERFORM 0410-FIND-DRIVER-BEGIN
              THRU 0410-FIND-DRIVER-END.
           IF WS-DRV-FOUND > 0 THEN
               ADD 1 TO WS-DRV-ORDERS(WS-DRV-FOUND)
               ADD F-ORDER-TOTAL TO WS-DRV-TAKINGS(WS-DRV-FOUND)
           END-IF.

           IF F-ORDER-DRIVER EQUAL SPACE THEN
               GO TO 0110-TALLY-KIND-END
           END-IF.
           IF F-ORDER-BACK NOT NUMERIC OR F-ORDER-BACK EQUAL 0 THEN
               ADD 1 TO WS-NOT-BACK-CNT
               GO TO 0110-TALLY-KIND-END
           END-IF.
           IF F-ORDER-TIME NOT NUMERIC OR
              F-ORDER-PROMISED NOT NUMERIC THEN
               GO TO 0110-TALLY-KIND-END
           END-IF.
           COMPUTE WS-START-MIN =
               FUNCTION INTEGER-PART(F-ORDER-TIME / 100) * 60
               + FUNCTION MOD(F-ORDER-TIME, 100).
           COMPUTE WS-BACK-MIN =
               FUNCTION INTEGER-PART(F-ORDER-BACK / 100) * 60
               + FUNCTION MOD(F-ORDER-BACK, 100).
           COMPUTE WS-TOOK-MIN = WS-BACK-MIN - WS-START-MIN.
           IF WS-TOOK-MIN < 0 THEN
               ADD 1440 TO WS-TOOK-MIN
           END-IF.
           IF WS-TOOK-MIN > F-ORDER-PROMISED AND
              WS-LATE-CNT < 100 THEN
               ADD 1 TO WS-LATE-CNT
               MOVE F-ORDER-NAME TO WS-LATE-NAME(WS-LATE-CNT)
               MOVE F-ORDER-TIME TO WS-LATE-TIME(WS-LATE-CNT)
               MOVE F-ORDER-DRIVER TO WS-LATE-DRIVER(WS-LATE-CNT)
               MOVE WS-TOOK-MIN TO WS-LATE-TOOK(WS-LATE-CNT)
               MOVE F-ORDER-PROMISED TO WS-LATE-PROMISE(WS-LATE-CNT)
           END-IF.
       0110-TALLY-KIND-END.

       0200-TALLY-LINE-BEGIN.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           MOVE WS-TAKINGS TO WS-RPT-TAKINGS.
           MOVE WS-RPT-TAKINGS-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "  eat-in       : " TO WS-RPT-SPLIT-LABEL.
           MOVE WS-EATIN-TAKINGS TO WS-RPT-SPLIT-AMT.
           MOVE WS-EATIN-CNT TO WS-RPT-SPLIT-CNT.
           MOVE WS-RPT-SPLIT-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "  delivery     : " TO WS-RPT-SPLIT-LABEL.
           MOVE WS-DELIV-TAKINGS TO WS-RPT-SPLIT-AMT.
           MOVE WS-DELIV-CNT TO WS-RPT-SPLIT-CNT.
           MOVE WS-RPT-SPLIT-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

           IF WS-DELIV-CNT > 0 THEN
               PERFORM 0310-WRITE-DELIVERY-BEGIN
                  THRU 0310-WRITE-DELIVERY-END
           END-IF.
           CLOSE ZREPORT-OUTPUT.
           DISPLAY "Z report written to output/pizzeria-zreport.txt.".
       0300-WRITE-REPORT-END.

      * The cash-up per driver, then the late deliveries.
       0310-WRITE-DELIVERY-BEGIN.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Takings per driver" TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           PERFORM VARYING WS-DRV-IDX FROM 1 BY 1
                   UNTIL WS-DRV-IDX > WS-DRV-CNT
               IF WS-DRV-ORDERS(WS-DRV-IDX) > 0 THEN
                   MOVE WS-DRV-CODE(WS-DRV-IDX) TO WS-RPT-DRV-CODE
                   MOVE WS-DRV-NAME(WS-DRV-IDX) TO WS-RPT-DRV-NAME
                   MOVE WS-DRV-ORDERS(WS-DRV-IDX) TO WS-RPT-DRV-ORDERS
                   MOVE WS-DRV-TAKINGS(WS-DRV-IDX) TO WS-RPT-DRV-AMT
                   MOVE WS-RPT-DRIVER-LINE TO RPT-OUT-RCD
                   WRITE RPT-OUT-RCD
               END-IF
           END-PERFORM.
           MOVE WS-NOT-BACK-CNT TO WS-RPT-NOT-BACK.
           MOVE WS-RPT-NOT-BACK-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           IF WS-LATE-CNT EQUAL 0 THEN
               MOVE "No delivery over the promised time."
                   TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
               GO TO 0310-WRITE-DELIVERY-END
           END-IF.
           MOVE "Deliveries over the promised time" TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           PERFORM VARYING WS-LATE-IDX FROM 1 BY 1
                   UNTIL WS-LATE-IDX > WS-LATE-CNT
               MOVE WS-LATE-NAME(WS-LATE-IDX) TO WS-RPT-LATE-NAME
               MOVE WS-LATE-TIME(WS-LATE-IDX) TO WS-RPT-LATE-TIME
               MOVE WS-LATE-DRIVER(WS-LATE-IDX) TO WS-RPT-LATE-DRIVER
               MOVE WS-LATE-TOOK(WS-LATE-IDX) TO WS-RPT-LATE-TOOK
               MOVE WS-LATE-PROMISE(WS-LATE-IDX)
                   TO WS-RPT-LATE-PROMISE
               MOVE WS-RPT-LATE-LINE TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-PERFORM.
       0310-WRITE-DELIVERY-END.

      * Slot 1 is the blank code for deliveries nobody took out; the
      * drivers on file follow. A code met on an order but no longer
      * on file still gets its own slot.
       0400-LOAD-DRIVERS-BEGIN.
           MOVE 1 TO WS-DRV-CNT.
           MOVE SPACE TO WS-DRV-CODE(1).
           MOVE "(not dispatched)" TO WS-DRV-NAME(1).
           MOVE 0 TO WS-DRV-ORDERS(1).
           MOVE 0 TO WS-DRV-TAKINGS(1).
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT DRIVERS-INPUT.
           IF NOT WS-DRV-STATUS-OK THEN
               GO TO 0400-LOAD-DRIVERS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ DRIVERS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF DRV-CODE NOT EQUAL SPACE AND
                          WS-DRV-CNT < 31 THEN
                           ADD 1 TO WS-DRV-CNT
                           MOVE DRV-CODE TO WS-DRV-CODE(WS-DRV-CNT)
                           MOVE DRV-NAME TO WS-DRV-NAME(WS-DRV-CNT)
                           MOVE 0 TO WS-DRV-ORDERS(WS-DRV-CNT)
                           MOVE 0 TO WS-DRV-TAKINGS(WS-DRV-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DRIVERS-INPUT.
           SET WS-EOF-FALSE TO TRUE.
       0400-LOAD-DRIVERS-END.

       0410-FIND-DRIVER-BEGIN.
           MOVE 0 TO WS-DRV-FOUND.
           PERFORM VARYING WS-DRV-IDX FROM 1 BY 1
                   UNTIL WS-DRV-IDX > WS-DRV-CNT
               IF WS-DRV-CODE(WS-DRV-IDX) EQUAL F-ORDER-DRIVER THEN
                   MOVE WS-DRV-IDX TO WS-DRV-FOUND
               END-IF
           END-PERFORM.
           IF WS-DRV-FOUND EQUAL 0 AND WS-DRV-CNT < 31 THEN
               ADD 1 TO WS-DRV-CNT
               MOVE WS-DRV-CNT TO WS-DRV-FOUND
               MOVE F-ORDER-DRIVER TO WS-DRV-CODE(WS-DRV-FOUND)
               MOVE "(not on file)" TO WS-DRV-NAME(WS-DRV-FOUND)
               MOVE 0 TO WS-DRV-ORDERS(WS-DRV-FOUND)
               MOVE 0 TO WS-DRV-TAKINGS(WS-DRV-FOUND)
           END-IF.
       0410-FIND-DRIVER-END.
