               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

      * Kit definitions : a kit has no cost on the book, it costs
      * what its components cost in the quantities one kit takes.
           SELECT KIT-INPUT
               ASSIGN TO "data/kits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KIT-STATUS.

      * Selling price against unit cost, side by side at last :
      * margin per item and, joined through the order file to the
      * client, margin per client over a date range.
       FILE SECTION.
       FD ORDER-LINES-INPUT.
       01 LIN-RECORD.
           05 LIN-ORD-ID           PIC 9(05).
           05 FILLER               PIC X(01).
           05 LIN-ITEM-NAME        PIC X(10).
           05 FILLER               PIC X(01).

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
           05 INV-CTL-COUNT         PIC 9(04).
       COPY itemrcd.

       FD KIT-INPUT.
       COPY kitrcd.

       FD MARGIN-REPORT-OUTPUT.
       01 RPT-OUT-RCD               PIC X(70).

           88 WS-LIN-STATUS-OK                  VALUE "00".
       01 WS-INV-STATUS               PIC X(02).
           88 WS-INV-STATUS-OK                  VALUE "00".
       01 WS-KIT-STATUS               PIC X(02).
           88 WS-KIT-STATUS-OK                  VALUE "00".

       77 WS-IDX                      PIC 9(05).
       77 WS-DATE-FROM                PIC 9(08) VALUE 0.
       77 WS-DATE-TO                  PIC 9(08) VALUE 0.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

      * Order ID resolved to client and date for the range filter.
       77 WS-ORD-TBL-SIZE             PIC 9(05) VALUE 0.
       01 WS-ORD-TBL.
           05 WS-ORD OCCURS 99999 TIMES.
               10 WS-ORD-ID           PIC 9(05).
               10 WS-ORD-CLI-ID       PIC 9(04).
               10 WS-ORD-DATE         PIC 9(08).
               10 WS-ORD-TYPE         PIC X(01).
       77 WS-ORD-FOUND-IDX            PIC 9(05).

      * Unit cost per item off the book.
       77 WS-ITEM-TBL-SIZE            PIC 9(02) VALUE 0.
               10 WS-ITEM-COST        PIC 9(04)V99.
       77 WS-ITEM-FOUND-IDX           PIC 9(02).

      * Every kit component row, and the kit cost built up from
      * them; a component with no cost on the book leaves the whole
      * kit uncosted.
       77 WS-KIT-TBL-SIZE             PIC 9(03) VALUE 0.
       01 WS-KIT-TBL.
           05 WS-KIT OCCURS 300 TIMES.
               10 WS-KIT-ITEM         PIC X(10).
               10 WS-KIT-COMP         PIC X(10).
               10 WS-KIT-QTY          PIC 9(03).
       77 WS-KIT-IDX                  PIC 9(03).
       77 WS-KIT-ROW                  PIC 9(03).
       77 WS-KIT-NAME                 PIC X(10).
       77 WS-KIT-COST                 PIC 9(07)V99.
       77 WS-KIT-COSTED               PIC 9(01).
           88 WS-KIT-COSTED-TRUE                VALUE 1.
           88 WS-KIT-COSTED-FALSE               VALUE 0.
       77 WS-KITS-COSTED              PIC 9(03) VALUE 0.

      * Margin accumulated per distinct item and per client.
       77 WS-MI-TBL-SIZE              PIC 9(02) VALUE 0.
       01 WS-MI-TBL.
               10 WS-MI-SALES         PIC S9(08)V99.
               10 WS-MI-MARGIN        PIC S9(08)V99.
       01 WS-MC-TBL.
           05 WS-MC OCCURS 9999 TIMES.
               10 WS-MC-SALES         PIC S9(09)V99.
               10 WS-MC-MARGIN        PIC S9(09)V99.
       77 WS-CLI-IDX                  PIC 9(05).
       77 WS-RPT-CLI-ID               PIC 9(04).

       77 WS-LINES-READ               PIC 9(05) VALUE 0.
       77 WS-LINES-ORPHAN             PIC 9(05) VALUE 0.
           05 FILLER                  PIC X(04) VALUE " ***".

       01 WS-RPT-ITEM-LINE.
           05 WS-RPT-KEY              PIC X(11).
           05 FILLER                  PIC X(09) VALUE " sales : ".
           05 WS-RPT-SALES            PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(10) VALUE " margin : ".
           05 WS-RPT-MARGIN           PIC -Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(04) VALUE "  % ".
           05 WS-RPT-PCT              PIC -ZZ9.9.

              THRU 0100-LOAD-ORDERS-END.
           PERFORM 0200-LOAD-COSTS-BEGIN
              THRU 0200-LOAD-COSTS-END.
           PERFORM 0250-COST-KITS-BEGIN
              THRU 0250-COST-KITS-END.
           PERFORM 0300-FOLD-LINES-BEGIN
              THRU 0300-FOLD-LINES-END.
           PERFORM 0400-WRITE-REPORT-BEGIN
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-ORD-TBL-SIZE < 99999 THEN
                           ADD 1 TO WS-ORD-TBL-SIZE
                           MOVE ORD-IN-ID
                               TO WS-ORD-ID(WS-ORD-TBL-SIZE)
           CLOSE INVENTORY-INPUT.
       0200-LOAD-COSTS-END.

       0250-COST-KITS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT KIT-INPUT.
           IF NOT WS-KIT-STATUS-OK THEN
               GO TO 0250-COST-KITS-END
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

      * Each kit is costed once, at the first row that names it.
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-TBL-SIZE
               MOVE WS-KIT-ITEM(WS-KIT-IDX) TO WS-KIT-NAME
               SET WS-KIT-COSTED-TRUE TO TRUE
               PERFORM VARYING WS-KIT-ROW FROM 1 BY 1
                       UNTIL WS-KIT-ROW >= WS-KIT-IDX
                   IF WS-KIT-ITEM(WS-KIT-ROW) EQUAL WS-KIT-NAME THEN
                       SET WS-KIT-COSTED-FALSE TO TRUE
                   END-IF
               END-PERFORM
               IF WS-KIT-COSTED-TRUE THEN
                   PERFORM 0255-SUM-KIT-COST-BEGIN
                      THRU 0255-SUM-KIT-COST-END
                   PERFORM 0260-STORE-KIT-COST-BEGIN
                      THRU 0260-STORE-KIT-COST-END
               END-IF
           END-PERFORM.
           DISPLAY WS-KITS-COSTED " kit(s) costed from their "
               "components.".
       0250-COST-KITS-END.

       0255-SUM-KIT-COST-BEGIN.
           MOVE 0 TO WS-KIT-COST.
           PERFORM VARYING WS-KIT-ROW FROM 1 BY 1
                   UNTIL WS-KIT-ROW > WS-KIT-TBL-SIZE
               IF WS-KIT-ITEM(WS-KIT-ROW) EQUAL WS-KIT-NAME THEN
                   MOVE 0 TO WS-ITEM-FOUND-IDX
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-ITEM-TBL-SIZE
                       IF WS-ITEM-NAME(WS-IDX) EQUAL
                          WS-KIT-COMP(WS-KIT-ROW) THEN
                           MOVE WS-IDX TO WS-ITEM-FOUND-IDX
                       END-IF
                   END-PERFORM
                   IF WS-ITEM-FOUND-IDX EQUAL 0 THEN
                       SET WS-KIT-COSTED-FALSE TO TRUE
                   ELSE
                       COMPUTE WS-KIT-COST = WS-KIT-COST
                           + WS-KIT-QTY(WS-KIT-ROW)
                           * WS-ITEM-COST(WS-ITEM-FOUND-IDX)
                   END-IF
               END-IF
           END-PERFORM.
       0255-SUM-KIT-COST-END.

      * The kit goes into the cost table under its own name, so its
      * lines cost like any other item; a kit also on the book takes
      * the component cost, since that is what leaves the shelves.
       0260-STORE-KIT-COST-BEGIN.
           IF WS-KIT-NAME EQUAL SPACE OR WS-KIT-COSTED-FALSE THEN
               GO TO 0260-STORE-KIT-COST-END
           END-IF.
           IF WS-KIT-COST > 9999.99 THEN
               MOVE 9999.99 TO WS-KIT-COST
           END-IF.
           MOVE 0 TO WS-ITEM-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ITEM-TBL-SIZE
               IF WS-ITEM-NAME(WS-IDX) EQUAL WS-KIT-NAME THEN
                   MOVE WS-IDX TO WS-ITEM-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-ITEM-FOUND-IDX EQUAL 0 THEN
               IF WS-ITEM-TBL-SIZE >= 99 THEN
                   GO TO 0260-STORE-KIT-COST-END
               END-IF
               ADD 1 TO WS-ITEM-TBL-SIZE
               MOVE WS-ITEM-TBL-SIZE TO WS-ITEM-FOUND-IDX
               MOVE WS-KIT-NAME TO WS-ITEM-NAME(WS-ITEM-FOUND-IDX)
           END-IF.
           MOVE WS-KIT-COST TO WS-ITEM-COST(WS-ITEM-FOUND-IDX).
           ADD 1 TO WS-KITS-COSTED.
       0260-STORE-KIT-COST-END.

       0300-FOLD-LINES-BEGIN.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > 9999
               MOVE 0 TO WS-MC-SALES(WS-CLI-IDX)
               MOVE 0 TO WS-MC-MARGIN(WS-CLI-IDX)
           END-PERFORM.
           MOVE "--- Margin per client ---" TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > 9999
               IF WS-MC-SALES(WS-CLI-IDX) NOT EQUAL 0 OR
                  WS-MC-MARGIN(WS-CLI-IDX) NOT EQUAL 0 THEN
                   MOVE SPACES TO WS-RPT-KEY
                   MOVE WS-CLI-IDX TO WS-RPT-CLI-ID
                   STRING "client " WS-RPT-CLI-ID
                       DELIMITED BY SIZE INTO WS-RPT-KEY
                   MOVE WS-MC-SALES(WS-CLI-IDX) TO WS-RPT-SALES
                   MOVE WS-MC-MARGIN(WS-CLI-IDX) TO WS-RPT-MARGIN
