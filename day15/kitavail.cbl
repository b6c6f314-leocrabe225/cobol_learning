       IDENTIFICATION DIVISION.
       PROGRAM-ID. kitavail.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KIT-INPUT
               ASSIGN TO "data/kits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KIT-STATUS.

           SELECT INVENTORY-INPUT
               ASSIGN TO "data/inventaire.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

      * How many complete kits the shelves can make up right now :
      * each component's on-hand over what one kit takes, the
      * scarcest component setting the figure.
           SELECT KIT-REPORT-OUTPUT
               ASSIGN TO "output/kit-availability.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Shared end-of-day summary log, folded together with the other
      * day15/day17 report programs by eodsum.cbl.
           SELECT EOD-LOG-OUTPUT
               ASSIGN TO "output/eod-summary.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KIT-INPUT.
       COPY kitrcd.

       FD INVENTORY-INPUT.
       01 INV-CTL-RECORD.
           05 INV-CTL-COUNT         PIC 9(04).
       COPY itemrcd.

       FD KIT-REPORT-OUTPUT.
       01 RPT-OUT-RCD               PIC X(70).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-KIT-STATUS               PIC X(02).
           88 WS-KIT-STATUS-OK                  VALUE "00".
       01 WS-INV-STATUS               PIC X(02).
           88 WS-INV-STATUS-OK                  VALUE "00".
       01 WS-EOD-STATUS               PIC X(02).
           88 WS-EOD-STATUS-OK                  VALUE "00".

       77 WS-IDX                      PIC 9(03).

      * On-hand per item off the book, all locations together.
       77 WS-ITEM-TBL-SIZE            PIC 9(02) VALUE 0.
       01 WS-ITEM-TBL.
           05 WS-ITEM OCCURS 99 TIMES.
               10 WS-ITEM-NAME        PIC X(10).
               10 WS-ITEM-AMOUNT      PIC 9(05).
       77 WS-ITEM-FOUND-IDX           PIC 9(02).

      * Every kit component row, in file order.
       77 WS-KIT-TBL-SIZE             PIC 9(03) VALUE 0.
       01 WS-KIT-TBL.
           05 WS-KIT OCCURS 300 TIMES.
               10 WS-KIT-ITEM         PIC X(10).
               10 WS-KIT-COMP         PIC X(10).
               10 WS-KIT-QTY          PIC 9(03).
       77 WS-KIT-IDX                  PIC 9(03).
       77 WS-KIT-ROW                  PIC 9(03).
       77 WS-KIT-NAME                 PIC X(10).
       77 WS-KIT-FIRST                PIC 9(01).
           88 WS-KIT-FIRST-TRUE                 VALUE 1.
           88 WS-KIT-FIRST-FALSE                VALUE 0.

       77 WS-COMP-ON-HAND             PIC 9(05).
       77 WS-COMP-KITS                PIC 9(05).
       77 WS-BUILDABLE                PIC 9(05).
       77 WS-KITS-CNT                 PIC 9(03) VALUE 0.
       77 WS-KITS-NONE                PIC 9(03) VALUE 0.
       77 WS-TOTAL-BUILDABLE          PIC 9(07) VALUE 0.
       77 WS-UNKNOWN-COMP-CNT         PIC 9(03) VALUE 0.
       77 WS-RUN-DATE                 PIC 9(08).
       77 WS-OPERATOR-ID              PIC X(08).

       01 WS-RPT-TITLE-LINE.
           05 FILLER                  PIC X(28) VALUE
               "*** KIT AVAILABILITY - ".
           05 WS-RPT-TITLE-DATE       PIC 9(08).
           05 FILLER                  PIC X(04) VALUE " ***".

       01 WS-RPT-HEADING-LINE.
           05 FILLER                  PIC X(11) VALUE "Kit".
           05 FILLER                  PIC X(11) VALUE "Component".
           05 FILLER                  PIC X(09) VALUE "Per kit".
           05 FILLER                  PIC X(09) VALUE "On hand".
           05 FILLER                  PIC X(10) VALUE "Makes".

       01 WS-RPT-COMP-LINE.
           05 WS-RPT-KIT              PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-COMP             PIC X(10).
           05 FILLER                  PIC X(04) VALUE SPACE.
           05 WS-RPT-PER-KIT          PIC ZZ9.
           05 FILLER                  PIC X(03) VALUE SPACE.
           05 WS-RPT-ON-HAND          PIC ZZZZ9.
           05 FILLER                  PIC X(04) VALUE SPACE.
           05 WS-RPT-MAKES            PIC ZZZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-NOTE             PIC X(20).

       01 WS-RPT-KIT-LINE.
           05 FILLER                  PIC X(11) VALUE SPACE.
           05 FILLER                  PIC X(28) VALUE
               "Complete kits buildable :".
           05 WS-RPT-BUILDABLE        PIC ZZZZ9.

       01 WS-RPT-TRAILER-LINE.
           05 FILLER                  PIC X(21) VALUE
               "*** END OF REPORT - ".
           05 WS-TRL-RECORDS          PIC ZZZZ9.
           05 FILLER                  PIC X(23) VALUE
               " KITS - BUILDABLE ".
           05 WS-TRL-TOTAL            PIC ZZZZZZ9.
           05 FILLER                  PIC X(04) VALUE " ***".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           PERFORM 0100-LOAD-KITS-BEGIN
              THRU 0100-LOAD-KITS-END.
           PERFORM 0200-LOAD-INVENTORY-BEGIN
              THRU 0200-LOAD-INVENTORY-END.
           PERFORM 0300-WRITE-REPORT-BEGIN
              THRU 0300-WRITE-REPORT-END.
           PERFORM 0400-WRITE-EOD-LOG-BEGIN
              THRU 0400-WRITE-EOD-LOG-END.

           DISPLAY WS-KITS-CNT " kit(s), " WS-TOTAL-BUILDABLE
               " complete kit(s) buildable, report in "
               "output/kit-availability.txt.".
           IF WS-UNKNOWN-COMP-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-UNKNOWN-COMP-CNT
                   " kit component row(s) name an item that is not "
                   "in data/inventaire.txt."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0100-LOAD-KITS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT KIT-INPUT.
           IF NOT WS-KIT-STATUS-OK THEN
               DISPLAY "No data/kits.txt - no kits to report."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ KIT-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-KIT-TBL-SIZE < 300 THEN
                           ADD 1 TO WS-KIT-TBL-SIZE
                           MOVE KIT-ITEM-NAME
                               TO WS-KIT-ITEM(WS-KIT-TBL-SIZE)
                           MOVE KIT-COMP-NAME
                               TO WS-KIT-COMP(WS-KIT-TBL-SIZE)
                           MOVE KIT-COMP-QTY
                               TO WS-KIT-QTY(WS-KIT-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE KIT-INPUT.
       0100-LOAD-KITS-END.

       0200-LOAD-INVENTORY-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT INVENTORY-INPUT.
           IF NOT WS-INV-STATUS-OK THEN
               DISPLAY "Unable to open data/inventaire.txt, status "
                   WS-INV-STATUS "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * Skip the leading control-total record.
           READ INVENTORY-INPUT
               AT END
                   SET WS-EOF-TRUE TO TRUE
           END-READ.
           PERFORM UNTIL WS-EOF-TRUE
               READ INVENTORY-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-ITEM-TBL-SIZE < 99 THEN
                           ADD 1 TO WS-ITEM-TBL-SIZE
                           MOVE ITEM-NAME
                               TO WS-ITEM-NAME(WS-ITEM-TBL-SIZE)
                           MOVE FUNCTION NUMVAL(ITEM-AMOUNT)
                               TO WS-ITEM-AMOUNT(WS-ITEM-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVENTORY-INPUT.
       0200-LOAD-INVENTORY-END.

      * One block per kit, at the first row that names it : every
      * component with the kits its stock alone would make, then
      * the smallest of those.
       0300-WRITE-REPORT-BEGIN.
           OPEN OUTPUT KIT-REPORT-OUTPUT.
           MOVE WS-RUN-DATE TO WS-RPT-TITLE-DATE.
           MOVE WS-RPT-TITLE-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-HEADING-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-TBL-SIZE
               MOVE WS-KIT-ITEM(WS-KIT-IDX) TO WS-KIT-NAME
               SET WS-KIT-FIRST-TRUE TO TRUE
               PERFORM VARYING WS-KIT-ROW FROM 1 BY 1
                       UNTIL WS-KIT-ROW >= WS-KIT-IDX
                   IF WS-KIT-ITEM(WS-KIT-ROW) EQUAL WS-KIT-NAME THEN
                       SET WS-KIT-FIRST-FALSE TO TRUE
                   END-IF
               END-PERFORM
               IF WS-KIT-FIRST-TRUE THEN
                   PERFORM 0310-REPORT-ONE-KIT-BEGIN
                      THRU 0310-REPORT-ONE-KIT-END
               END-IF
           END-PERFORM.

           IF WS-KITS-CNT EQUAL 0 THEN
               MOVE "(none)" TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-IF.
           MOVE WS-KITS-CNT TO WS-TRL-RECORDS.
           MOVE WS-TOTAL-BUILDABLE TO WS-TRL-TOTAL.
           MOVE WS-RPT-TRAILER-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           CLOSE KIT-REPORT-OUTPUT.
       0300-WRITE-REPORT-END.

       0310-REPORT-ONE-KIT-BEGIN.
           ADD 1 TO WS-KITS-CNT.
           MOVE 99999 TO WS-BUILDABLE.
           MOVE SPACE TO WS-RPT-KIT.
           MOVE WS-KIT-NAME TO WS-RPT-KIT.
           PERFORM VARYING WS-KIT-ROW FROM 1 BY 1
                   UNTIL WS-KIT-ROW > WS-KIT-TBL-SIZE
               IF WS-KIT-ITEM(WS-KIT-ROW) EQUAL WS-KIT-NAME THEN
                   PERFORM 0320-REPORT-COMPONENT-BEGIN
                      THRU 0320-REPORT-COMPONENT-END
                   MOVE SPACE TO WS-RPT-KIT
               END-IF
           END-PERFORM.
           MOVE WS-BUILDABLE TO WS-RPT-BUILDABLE.
           MOVE WS-RPT-KIT-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           IF WS-BUILDABLE EQUAL 0 THEN
               ADD 1 TO WS-KITS-NONE
           END-IF.
           ADD WS-BUILDABLE TO WS-TOTAL-BUILDABLE.
       0310-REPORT-ONE-KIT-END.

      * A component off the book, or one a kit takes none of, makes
      * no kits at all rather than failing the run.
       0320-REPORT-COMPONENT-BEGIN.
           MOVE SPACE TO WS-RPT-NOTE.
           MOVE 0 TO WS-ITEM-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ITEM-TBL-SIZE
               IF WS-ITEM-NAME(WS-IDX) EQUAL WS-KIT-COMP(WS-KIT-ROW)
                  THEN
                   MOVE WS-IDX TO WS-ITEM-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-ITEM-FOUND-IDX EQUAL 0 THEN
               MOVE 0 TO WS-COMP-ON-HAND
               MOVE "NOT ON THE BOOK" TO WS-RPT-NOTE
               ADD 1 TO WS-UNKNOWN-COMP-CNT
           ELSE
               MOVE WS-ITEM-AMOUNT(WS-ITEM-FOUND-IDX)
                   TO WS-COMP-ON-HAND
           END-IF.
           IF WS-KIT-QTY(WS-KIT-ROW) EQUAL 0 THEN
               MOVE 0 TO WS-COMP-KITS
               MOVE "NO QUANTITY PER KIT" TO WS-RPT-NOTE
           ELSE
               DIVIDE WS-COMP-ON-HAND BY WS-KIT-QTY(WS-KIT-ROW)
                   GIVING WS-COMP-KITS
           END-IF.
           IF WS-COMP-KITS < WS-BUILDABLE THEN
               MOVE WS-COMP-KITS TO WS-BUILDABLE
           END-IF.
           MOVE WS-KIT-COMP(WS-KIT-ROW) TO WS-RPT-COMP.
           MOVE WS-KIT-QTY(WS-KIT-ROW) TO WS-RPT-PER-KIT.
           MOVE WS-COMP-ON-HAND TO WS-RPT-ON-HAND.
           MOVE WS-COMP-KITS TO WS-RPT-MAKES.
           MOVE WS-RPT-COMP-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
       0320-REPORT-COMPONENT-END.

       0400-WRITE-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "KITAVAIL" TO EOD-PROGRAM.
           MOVE WS-KIT-TBL-SIZE TO EOD-RECORDS-PROC.
           MOVE WS-KITS-NONE TO EOD-EXCEPTIONS.
           MOVE 1 TO EOD-FILES-WRITTEN.
           MOVE WS-TOTAL-BUILDABLE TO EOD-KEY-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE WS-OPERATOR-ID TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0400-WRITE-EOD-LOG-END.
