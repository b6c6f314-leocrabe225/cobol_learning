       IDENTIFICATION DIVISION.
       PROGRAM-ID. pickrun.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Delivery address for each picked order's header.
           SELECT CLIENTS-INPUT
               ASSIGN TO "data/clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

      * The day's accepted orders; credit notes have nothing to pick.
           SELECT ORDERS-INPUT
               ASSIGN TO "data/num-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.

           SELECT ORDER-LINES-INPUT
               ASSIGN TO "data/lignes-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIN-STATUS.

      * The uncovered part of a line is not on the shelf : it is
      * printed beside the line so the picker takes only the rest.
           SELECT BACKORDER-INPUT
               ASSIGN TO "data/backorders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKO-STATUS.

      * An order dispatch.cbl already confirmed is not picked again.
           SELECT DISPATCH-INPUT
               ASSIGN TO "data/expeditions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHP-STATUS.

           SELECT PICKING-OUTPUT
               ASSIGN TO "output/picking-list.txt"
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

       FD ORDER-LINES-INPUT.
       01 LIN-RECORD.
           05 LIN-ORD-ID           PIC 9(05).
           05 FILLER               PIC X(01).
           05 LIN-ITEM-NAME        PIC X(10).
           05 FILLER               PIC X(01).
           05 LIN-QTY              PIC 9(03).
           05 FILLER               PIC X(01).
           05 LIN-UNIT-PRICE       PIC 9(04).

       FD BACKORDER-INPUT.
       01 BKO-RECORD.
           05 BKO-ORD-ID           PIC 9(05).
           05 FILLER               PIC X(01).
           05 BKO-CLI-ID           PIC 9(04).
           05 FILLER               PIC X(01).
           05 BKO-ITEM-NAME        PIC X(10).
           05 FILLER               PIC X(01).
           05 BKO-QTY              PIC 9(03).
           05 FILLER               PIC X(01).
           05 BKO-DATE             PIC 9(08).

       FD DISPATCH-INPUT.
       COPY shiprcd.

       FD PICKING-OUTPUT.
       01 PCK-OUT-RCD               PIC X(80).

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
       01 WS-LIN-STATUS               PIC X(02).
           88 WS-LIN-STATUS-OK                  VALUE "00".
       01 WS-BKO-STATUS               PIC X(02).
           88 WS-BKO-STATUS-OK                  VALUE "00".
       01 WS-SHP-STATUS               PIC X(02).
           88 WS-SHP-STATUS-OK                  VALUE "00".
       01 WS-EOD-STATUS               PIC X(02).
           88 WS-EOD-STATUS-OK                  VALUE "00".

       77 WS-IDX                      PIC 9(05).
       77 WS-IDX-2                    PIC 9(05).

       77 WS-CLI-TBL-SIZE             PIC 9(04) VALUE 0.
       01 WS-CLI-TBL.
           05 WS-CLI OCCURS 9999 TIMES.
               10 WS-CLI-ID           PIC 9(04).
               10 WS-CLI-NAME         PIC X(10).
               10 WS-CLI-FNAME        PIC X(10).
               10 WS-CLI-ADDRESS      PIC X(30).
       77 WS-CLI-FOUND-IDX            PIC 9(04).

      * Order IDs already dispatched.
       77 WS-SHP-TBL-SIZE             PIC 9(05) VALUE 0.
       01 WS-SHP-TBL.
           05 WS-SHP-ID               PIC 9(05) OCCURS 99999 TIMES.
       77 WS-SHP-FOUND                PIC 9(01).
           88 WS-SHP-FOUND-TRUE                 VALUE 1.
           88 WS-SHP-FOUND-FALSE                VALUE 0.

      * The orders to pick tonight, in file order.
       77 WS-PCK-TBL-SIZE             PIC 9(03) VALUE 0.
       77 WS-PCK-TBL-MAX              PIC 9(03) VALUE 200.
       77 WS-PCK-OVERFLOW-CNT         PIC 9(03) VALUE 0.
       01 WS-PCK-TBL.
           05 WS-PCK OCCURS 200 TIMES.
               10 WS-PCK-ORD-ID       PIC 9(05).
               10 WS-PCK-CLI-ID       PIC 9(04).
               10 WS-PCK-DATE         PIC 9(08).
       77 WS-PCK-FOUND-IDX            PIC 9(03).

      * The lines of those orders, printed under their order.
       77 WS-PLN-TBL-SIZE             PIC 9(03) VALUE 0.
       01 WS-PLN-TBL.
           05 WS-PLN OCCURS 999 TIMES.
               10 WS-PLN-ORD-ID       PIC 9(05).
               10 WS-PLN-ITEM         PIC X(10).
               10 WS-PLN-QTY          PIC 9(03).
               10 WS-PLN-BKO-QTY      PIC 9(03).

       77 WS-RUN-DATE                 PIC 9(08).
       77 WS-LINES-PRINTED            PIC 9(05) VALUE 0.
       77 WS-UNITS-TO-PICK            PIC 9(07) VALUE 0.
       77 WS-OPERATOR-ID              PIC X(08).

       01 WS-RPT-TITLE-LINE.
           05 FILLER                  PIC X(22) VALUE
               "*** PICKING LIST - ".
           05 WS-RPT-TITLE-DATE       PIC 9(08).
           05 FILLER                  PIC X(04) VALUE " ***".

       01 WS-RPT-ORDER-LINE.
           05 FILLER                  PIC X(06) VALUE "Order ".
           05 WS-RPT-ORD-ID           PIC 9(05).
           05 FILLER                  PIC X(10) VALUE "  client ".
           05 WS-RPT-CLI-ID           PIC 9(04).
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-CLI-FNAME        PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-CLI-NAME         PIC X(10).

       01 WS-RPT-ADDRESS-LINE.
           05 FILLER                  PIC X(13) VALUE
               "  Deliver to ".
           05 WS-RPT-ADDRESS          PIC X(30).

       01 WS-RPT-HEADING-LINE.
           05 FILLER                  PIC X(04) VALUE SPACE.
           05 FILLER                  PIC X(14) VALUE "Item".
           05 FILLER                  PIC X(09) VALUE "Ordered".
           05 FILLER                  PIC X(09) VALUE "Backord.".
           05 FILLER                  PIC X(09) VALUE "Pick".
           05 FILLER                  PIC X(06) VALUE "Done".

       01 WS-RPT-ITEM-LINE.
           05 FILLER                  PIC X(04) VALUE SPACE.
           05 WS-RPT-ITEM             PIC X(10).
           05 FILLER                  PIC X(06) VALUE SPACE.
           05 WS-RPT-QTY              PIC ZZ9.
           05 FILLER                  PIC X(06) VALUE SPACE.
           05 WS-RPT-BKO-QTY          PIC ZZ9.
           05 FILLER                  PIC X(06) VALUE SPACE.
           05 WS-RPT-PICK-QTY         PIC ZZ9.
           05 FILLER                  PIC X(06) VALUE SPACE.
           05 FILLER                  PIC X(03) VALUE "[ ]".
       77 WS-PICK-QTY                 PIC 9(03).

       01 WS-RPT-TRAILER-LINE.
           05 FILLER                  PIC X(21) VALUE
               "*** END OF REPORT - ".
           05 WS-TRL-RECORDS          PIC ZZZZ9.
           05 FILLER                  PIC X(17) VALUE
               " ORDERS - UNITS ".
           05 WS-TRL-TOTAL            PIC ZZZZZZ9.
           05 FILLER                  PIC X(04) VALUE " ***".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           PERFORM 0100-LOAD-CLIENTS-BEGIN
              THRU 0100-LOAD-CLIENTS-END.
           PERFORM 0150-LOAD-DISPATCHED-BEGIN
              THRU 0150-LOAD-DISPATCHED-END.
           PERFORM 0200-LOAD-ORDERS-BEGIN
              THRU 0200-LOAD-ORDERS-END.
           PERFORM 0300-LOAD-LINES-BEGIN
              THRU 0300-LOAD-LINES-END.
           PERFORM 0350-LOAD-BACKORDERS-BEGIN
              THRU 0350-LOAD-BACKORDERS-END.
           PERFORM 0400-WRITE-LIST-BEGIN
              THRU 0400-WRITE-LIST-END.
           PERFORM 0500-WRITE-EOD-LOG-BEGIN
              THRU 0500-WRITE-EOD-LOG-END.

      * Exit status for the scheduler : 0 clean, 4 when orders did
      * not fit the pick table and wait for tomorrow's list.
           IF WS-PCK-OVERFLOW-CNT > 0 THEN
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
                           MOVE CLI-M-ADDRESS
                               TO WS-CLI-ADDRESS(WS-CLI-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTS-INPUT.
       0100-LOAD-CLIENTS-END.

       0150-LOAD-DISPATCHED-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT DISPATCH-INPUT.
           IF NOT WS-SHP-STATUS-OK THEN
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

      * Orders dated today, not credit notes, not yet dispatched.
       0200-LOAD-ORDERS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDERS-INPUT.
           IF NOT WS-ORD-STATUS-OK THEN
               DISPLAY "Unable to open data/num-commandes.txt, status "
                   WS-ORD-STATUS "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ ORDERS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF ORD-IN-DATE EQUAL WS-RUN-DATE AND
                          ORD-IN-TYPE NOT EQUAL "C" THEN
                           PERFORM 0210-KEEP-ORDER-BEGIN
                              THRU 0210-KEEP-ORDER-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDERS-INPUT.
           IF WS-PCK-OVERFLOW-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-PCK-OVERFLOW-CNT
                   " order(s) could not fit in the " WS-PCK-TBL-MAX
                   " pick table slots and are not on tonight's list."
           END-IF.
       0200-LOAD-ORDERS-END.

       0210-KEEP-ORDER-BEGIN.
           SET WS-SHP-FOUND-FALSE TO TRUE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SHP-TBL-SIZE
               IF WS-SHP-ID(WS-IDX) EQUAL ORD-IN-ID THEN
                   SET WS-SHP-FOUND-TRUE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-SHP-FOUND-TRUE THEN
               GO TO 0210-KEEP-ORDER-END
           END-IF.
           IF WS-PCK-TBL-SIZE >= WS-PCK-TBL-MAX THEN
               ADD 1 TO WS-PCK-OVERFLOW-CNT
               GO TO 0210-KEEP-ORDER-END
           END-IF.
           ADD 1 TO WS-PCK-TBL-SIZE.
           MOVE ORD-IN-ID     TO WS-PCK-ORD-ID(WS-PCK-TBL-SIZE).
           MOVE ORD-IN-CLI-ID TO WS-PCK-CLI-ID(WS-PCK-TBL-SIZE).
           MOVE ORD-IN-DATE   TO WS-PCK-DATE(WS-PCK-TBL-SIZE).
       0210-KEEP-ORDER-END.

       0300-LOAD-LINES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDER-LINES-INPUT.
           IF NOT WS-LIN-STATUS-OK THEN
               DISPLAY "No data/lignes-commandes.txt - nothing to "
                   "pick."
               GO TO 0300-LOAD-LINES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ ORDER-LINES-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       PERFORM 0310-FIND-PICK-ORDER-BEGIN
                          THRU 0310-FIND-PICK-ORDER-END
                       IF WS-PCK-FOUND-IDX > 0 AND
                          WS-PLN-TBL-SIZE < 999 THEN
                           ADD 1 TO WS-PLN-TBL-SIZE
                           MOVE LIN-ORD-ID
                               TO WS-PLN-ORD-ID(WS-PLN-TBL-SIZE)
                           MOVE LIN-ITEM-NAME
                               TO WS-PLN-ITEM(WS-PLN-TBL-SIZE)
                           MOVE LIN-QTY
                               TO WS-PLN-QTY(WS-PLN-TBL-SIZE)
                           MOVE 0
                               TO WS-PLN-BKO-QTY(WS-PLN-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDER-LINES-INPUT.
       0300-LOAD-LINES-END.

       0310-FIND-PICK-ORDER-BEGIN.
           MOVE 0 TO WS-PCK-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PCK-TBL-SIZE
               IF WS-PCK-ORD-ID(WS-IDX) EQUAL LIN-ORD-ID THEN
                   MOVE WS-IDX TO WS-PCK-FOUND-IDX
               END-IF
           END-PERFORM.
       0310-FIND-PICK-ORDER-END.

      * A backorder row still on file is stock that was not there
      * when the order was taken; it lands on the line it came from.
       0350-LOAD-BACKORDERS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT BACKORDER-INPUT.
           IF NOT WS-BKO-STATUS-OK THEN
               GO TO 0350-LOAD-BACKORDERS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ BACKORDER-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-PLN-TBL-SIZE
                           IF WS-PLN-ORD-ID(WS-IDX) EQUAL BKO-ORD-ID
                              AND WS-PLN-ITEM(WS-IDX) EQUAL
                              BKO-ITEM-NAME THEN
                               ADD BKO-QTY TO WS-PLN-BKO-QTY(WS-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE BACKORDER-INPUT.
       0350-LOAD-BACKORDERS-END.

       0400-WRITE-LIST-BEGIN.
           OPEN OUTPUT PICKING-OUTPUT.
           MOVE WS-RUN-DATE TO WS-RPT-TITLE-DATE.
           MOVE WS-RPT-TITLE-LINE TO PCK-OUT-RCD.
           WRITE PCK-OUT-RCD.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PCK-TBL-SIZE
               PERFORM 0410-ONE-ORDER-BEGIN
                  THRU 0410-ONE-ORDER-END
           END-PERFORM.
           IF WS-PCK-TBL-SIZE EQUAL 0 THEN
               MOVE SPACE TO PCK-OUT-RCD
               WRITE PCK-OUT-RCD
               MOVE "(no orders to pick)" TO PCK-OUT-RCD
               WRITE PCK-OUT-RCD
           END-IF.

           MOVE SPACE TO PCK-OUT-RCD.
           WRITE PCK-OUT-RCD.
           MOVE WS-PCK-TBL-SIZE TO WS-TRL-RECORDS.
           MOVE WS-UNITS-TO-PICK TO WS-TRL-TOTAL.
           MOVE WS-RPT-TRAILER-LINE TO PCK-OUT-RCD.
           WRITE PCK-OUT-RCD.
           CLOSE PICKING-OUTPUT.
           DISPLAY WS-PCK-TBL-SIZE " order(s) on "
               "output/picking-list.txt.".
       0400-WRITE-LIST-END.

       0410-ONE-ORDER-BEGIN.
           MOVE 0 TO WS-CLI-FOUND-IDX.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-CLI-TBL-SIZE
               IF WS-CLI-ID(WS-IDX-2) EQUAL WS-PCK-CLI-ID(WS-IDX) THEN
                   MOVE WS-IDX-2 TO WS-CLI-FOUND-IDX
               END-IF
           END-PERFORM.

           MOVE SPACE TO PCK-OUT-RCD.
           WRITE PCK-OUT-RCD.
           MOVE WS-PCK-ORD-ID(WS-IDX) TO WS-RPT-ORD-ID.
           MOVE WS-PCK-CLI-ID(WS-IDX) TO WS-RPT-CLI-ID.
           IF WS-CLI-FOUND-IDX > 0 THEN
               MOVE WS-CLI-FNAME(WS-CLI-FOUND-IDX) TO WS-RPT-CLI-FNAME
               MOVE WS-CLI-NAME(WS-CLI-FOUND-IDX)  TO WS-RPT-CLI-NAME
               MOVE WS-CLI-ADDRESS(WS-CLI-FOUND-IDX) TO WS-RPT-ADDRESS
           ELSE
               MOVE "(unknown)" TO WS-RPT-CLI-FNAME
               MOVE SPACE       TO WS-RPT-CLI-NAME
               MOVE "(no address on file)" TO WS-RPT-ADDRESS
           END-IF.
           MOVE WS-RPT-ORDER-LINE TO PCK-OUT-RCD.
           WRITE PCK-OUT-RCD.
           MOVE WS-RPT-ADDRESS-LINE TO PCK-OUT-RCD.
           WRITE PCK-OUT-RCD.
           MOVE WS-RPT-HEADING-LINE TO PCK-OUT-RCD.
           WRITE PCK-OUT-RCD.

           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-PLN-TBL-SIZE
               IF WS-PLN-ORD-ID(WS-IDX-2) EQUAL WS-PCK-ORD-ID(WS-IDX)
                   THEN
                   IF WS-PLN-BKO-QTY(WS-IDX-2) >= WS-PLN-QTY(WS-IDX-2)
                       THEN
                       MOVE 0 TO WS-PICK-QTY
                   ELSE
                       COMPUTE WS-PICK-QTY = WS-PLN-QTY(WS-IDX-2)
                           - WS-PLN-BKO-QTY(WS-IDX-2)
                   END-IF
                   MOVE WS-PLN-ITEM(WS-IDX-2)    TO WS-RPT-ITEM
                   MOVE WS-PLN-QTY(WS-IDX-2)     TO WS-RPT-QTY
                   MOVE WS-PLN-BKO-QTY(WS-IDX-2) TO WS-RPT-BKO-QTY
                   MOVE WS-PICK-QTY              TO WS-RPT-PICK-QTY
                   MOVE WS-RPT-ITEM-LINE TO PCK-OUT-RCD
                   WRITE PCK-OUT-RCD
                   ADD 1 TO WS-LINES-PRINTED
                   ADD WS-PICK-QTY TO WS-UNITS-TO-PICK
               END-IF
           END-PERFORM.
       0410-ONE-ORDER-END.

       0500-WRITE-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "PICKRUN" TO EOD-PROGRAM.
           MOVE WS-LINES-PRINTED TO EOD-RECORDS-PROC.
           MOVE WS-PCK-OVERFLOW-CNT TO EOD-EXCEPTIONS.
           MOVE 1 TO EOD-FILES-WRITTEN.
           MOVE WS-UNITS-TO-PICK TO EOD-KEY-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE WS-OPERATOR-ID TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0500-WRITE-EOD-LOG-END.
