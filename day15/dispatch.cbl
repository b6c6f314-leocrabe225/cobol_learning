       IDENTIFICATION DIVISION.
       PROGRAM-ID. dispatch.
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

           SELECT ORDER-LINES-INPUT
               ASSIGN TO "data/lignes-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIN-STATUS.

      * What is still owed on a line once it ships : printed on the
      * delivery note so the client knows the rest is coming.
           SELECT BACKORDER-INPUT
               ASSIGN TO "data/backorders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKO-STATUS.

      * One row per shipped order : the date the goods left and the
      * carrier, appended only, so an order ships exactly once.
           SELECT DISPATCH-FILE
               ASSIGN TO "data/expeditions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHP-STATUS.

      * One delivery note per shipped order, output/bl-<order>.txt,
      * to travel with the parcel.
           SELECT DELIVERY-NOTE-OUTPUT
               ASSIGN TO DYNAMIC WS-NOTE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD DISPATCH-FILE.
       COPY shiprcd.

       FD DELIVERY-NOTE-OUTPUT.
       01 NOTE-OUT-RCD              PIC X(70).

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

       77 WS-IDX                      PIC 9(03).
       77 WS-USER-INPUT               PIC X(01).
       77 WS-ENTRY-ORD-ID             PIC 9(05).
       77 WS-ENTRY-DATE               PIC 9(08).
       77 WS-ENTRY-CARRIER            PIC X(10).
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
      * perchk's verdict on the dispatch date : its month may still be
      * open, closed (refused), or closed with the date moved on to
      * the next open month.
       77 WS-PER-PROGRAM              PIC X(08) VALUE "dispatch".
       77 WS-PER-RESULT               PIC 9(01).
           88 WS-PER-OPEN                       VALUE 0.
           88 WS-PER-MOVED                      VALUE 1.
           88 WS-PER-REFUSED                    VALUE 2.

       77 WS-RUN-DATE                 PIC 9(08).
       77 WS-ORD-FOUND                PIC 9(01).
           88 WS-ORD-FOUND-TRUE                 VALUE 1.
           88 WS-ORD-FOUND-FALSE                VALUE 0.
       77 WS-ORD-CLI-ID               PIC 9(04).
       77 WS-ORD-DATE                 PIC 9(08).
       77 WS-ORD-TYPE                 PIC X(01).
       77 WS-SHP-FOUND                PIC 9(01).
           88 WS-SHP-FOUND-TRUE                 VALUE 1.
           88 WS-SHP-FOUND-FALSE                VALUE 0.
       77 WS-SHP-PREV-DATE            PIC 9(08).
       77 WS-SHP-PREV-CARRIER         PIC X(10).

       77 WS-CLI-FOUND                PIC 9(01).
           88 WS-CLI-FOUND-TRUE                 VALUE 1.
           88 WS-CLI-FOUND-FALSE                VALUE 0.
       77 WS-CLI-NAME                 PIC X(10).
       77 WS-CLI-FNAME                PIC X(10).
       77 WS-CLI-ADDRESS              PIC X(30).

      * The order's lines with what is still on backorder for each.
       77 WS-NLN-TBL-SIZE             PIC 9(02) VALUE 0.
       01 WS-NLN-TBL.
           05 WS-NLN OCCURS 50 TIMES.
               10 WS-NLN-ITEM         PIC X(10).
               10 WS-NLN-QTY          PIC 9(03).
               10 WS-NLN-BKO-QTY      PIC 9(03).
       77 WS-SHIP-QTY                 PIC 9(03).

       77 WS-NOTE-FILENAME            PIC X(40).
       77 WS-DISPATCHED-CNT           PIC 9(03) VALUE 0.
       77 WS-OPERATOR-ID              PIC X(08).

       77 WS-AUTH-PROGRAM             PIC X(08).
       77 WS-AUTH-NEEDED              PIC 9(01).
       77 WS-AUTH-OK                  PIC 9(01).
           88 WS-AUTH-OK-TRUE                   VALUE 1.
           88 WS-AUTH-OK-FALSE                  VALUE 0.
       77 WS-AUTH-OPERATOR            PIC X(08).
       77 WS-AUTH-ROLE                PIC X(10).

       01 WS-NOTE-ORDER-LINE.
           05 FILLER                  PIC X(10) VALUE "Order   : ".
           05 WS-NOTE-ORD-ID          PIC 9(05).
           05 FILLER                  PIC X(11) VALUE " of       ".
           05 WS-NOTE-ORD-DATE        PIC 9(08).

       01 WS-NOTE-SHIP-LINE.
           05 FILLER                  PIC X(10) VALUE "Shipped : ".
           05 WS-NOTE-SHP-DATE        PIC 9(08).
           05 FILLER                  PIC X(06) VALUE " via ".
           05 WS-NOTE-CARRIER         PIC X(10).

       01 WS-NOTE-HEADING-LINE.
           05 FILLER                  PIC X(14) VALUE "Item".
           05 FILLER                  PIC X(10) VALUE "Ordered".
           05 FILLER                  PIC X(10) VALUE "Shipped".
           05 FILLER                  PIC X(10) VALUE "To follow".

       01 WS-NOTE-ITEM-LINE.
           05 WS-NOTE-ITEM            PIC X(10).
           05 FILLER                  PIC X(07) VALUE SPACE.
           05 WS-NOTE-QTY             PIC ZZ9.
           05 FILLER                  PIC X(07) VALUE SPACE.
           05 WS-NOTE-SHIP-QTY        PIC ZZ9.
           05 FILLER                  PIC X(07) VALUE SPACE.
           05 WS-NOTE-BKO-QTY         PIC ZZ9.

       PROCEDURE DIVISION.
      * Confirming a dispatch closes the order for the warehouse :
      * entry level or above only.
           MOVE "dispatch" TO WS-AUTH-PROGRAM.
           MOVE 2 TO WS-AUTH-NEEDED.
           CALL "chkauth" USING WS-AUTH-PROGRAM WS-AUTH-NEEDED
               WS-AUTH-OK WS-AUTH-OPERATOR WS-AUTH-ROLE
           END-CALL.
           IF WS-AUTH-OK-FALSE THEN
               DISPLAY "Operator " WS-AUTH-OPERATOR " holds role "
                   WS-AUTH-ROLE " - dispatch needs entry. Refused "
                   "and logged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.

           MOVE "Y" TO WS-USER-INPUT.
           PERFORM 0100-CONFIRM-ONE-BEGIN
              THRU 0100-CONFIRM-ONE-END
              UNTIL WS-USER-INPUT NOT EQUAL "Y".

           DISPLAY WS-DISPATCHED-CNT " order(s) confirmed dispatched "
               "in data/expeditions.txt.".
           GOBACK.

       0100-CONFIRM-ONE-BEGIN.
           PERFORM 0200-CAPTURE-DISPATCH-BEGIN
              THRU 0200-CAPTURE-DISPATCH-END.
           DISPLAY "Confirm another dispatch (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-USER-INPUT.
       0100-CONFIRM-ONE-END.

       0200-CAPTURE-DISPATCH-BEGIN.
           DISPLAY "Order ID shipped : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-ORD-ID.
           PERFORM 0300-FIND-ORDER-BEGIN
              THRU 0300-FIND-ORDER-END.
           IF WS-ORD-FOUND-FALSE THEN
               DISPLAY "No order " WS-ENTRY-ORD-ID " in "
                   "data/num-commandes.txt - dispatch refused."
               GO TO 0200-CAPTURE-DISPATCH-END
           END-IF.
           IF WS-ORD-TYPE EQUAL "C" THEN
               DISPLAY WS-ENTRY-ORD-ID " is a credit note - nothing "
                   "ships."
               GO TO 0200-CAPTURE-DISPATCH-END
           END-IF.
           PERFORM 0310-FIND-DISPATCH-BEGIN
              THRU 0310-FIND-DISPATCH-END.
           IF WS-SHP-FOUND-TRUE THEN
               DISPLAY "Order " WS-ENTRY-ORD-ID " already shipped on "
                   WS-SHP-PREV-DATE " via " WS-SHP-PREV-CARRIER "."
               GO TO 0200-CAPTURE-DISPATCH-END
           END-IF.

           DISPLAY "Dispatch date (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-DATE.
           CALL "datechk" USING WS-ENTRY-DATE WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK OR WS-ENTRY-DATE < WS-ORD-DATE OR
              WS-ENTRY-DATE > WS-RUN-DATE THEN
               DISPLAY "Dispatch date must be a real date between "
                   "the order date " WS-ORD-DATE " and today - "
                   "dispatch refused."
               GO TO 0200-CAPTURE-DISPATCH-END
           END-IF.
           CALL "perchk" USING WS-PER-PROGRAM WS-ENTRY-DATE
               WS-PER-RESULT
           END-CALL.
           IF WS-PER-REFUSED THEN
               DISPLAY "That date is in a closed accounting period - "
                   "dispatch refused."
               GO TO 0200-CAPTURE-DISPATCH-END
           END-IF.
           IF WS-PER-MOVED THEN
               DISPLAY "*** WARNING *** that period is closed - "
                   "dated " WS-ENTRY-DATE " instead."
           END-IF.
           DISPLAY "Carrier : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CARRIER.
           IF WS-ENTRY-CARRIER EQUAL SPACE THEN
               DISPLAY "No carrier - dispatch refused."
               GO TO 0200-CAPTURE-DISPATCH-END
           END-IF.

           OPEN EXTEND DISPATCH-FILE.
           IF NOT WS-SHP-STATUS-OK THEN
               OPEN OUTPUT DISPATCH-FILE
           END-IF.
           MOVE SPACE TO SHP-RECORD.
           MOVE WS-ENTRY-ORD-ID  TO SHP-ORD-ID.
           MOVE WS-ORD-CLI-ID    TO SHP-CLI-ID.
           MOVE WS-ENTRY-DATE    TO SHP-DATE.
           MOVE WS-ENTRY-CARRIER TO SHP-CARRIER.
           MOVE WS-OPERATOR-ID   TO SHP-OPERATOR.
           WRITE SHP-RECORD.
           CLOSE DISPATCH-FILE.
           ADD 1 TO WS-DISPATCHED-CNT.

           PERFORM 0400-WRITE-NOTE-BEGIN
              THRU 0400-WRITE-NOTE-END.
       0200-CAPTURE-DISPATCH-END.

       0300-FIND-ORDER-BEGIN.
           SET WS-ORD-FOUND-FALSE TO TRUE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDERS-INPUT.
           IF NOT WS-ORD-STATUS-OK THEN
               GO TO 0300-FIND-ORDER-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ ORDERS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF ORD-IN-ID EQUAL WS-ENTRY-ORD-ID THEN
                           SET WS-ORD-FOUND-TRUE TO TRUE
                           MOVE ORD-IN-CLI-ID TO WS-ORD-CLI-ID
                           MOVE ORD-IN-DATE   TO WS-ORD-DATE
                           MOVE ORD-IN-TYPE   TO WS-ORD-TYPE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDERS-INPUT.
       0300-FIND-ORDER-END.

       0310-FIND-DISPATCH-BEGIN.
           SET WS-SHP-FOUND-FALSE TO TRUE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT DISPATCH-FILE.
           IF NOT WS-SHP-STATUS-OK THEN
               GO TO 0310-FIND-DISPATCH-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ DISPATCH-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF SHP-ORD-ID EQUAL WS-ENTRY-ORD-ID THEN
                           SET WS-SHP-FOUND-TRUE TO TRUE
                           MOVE SHP-DATE    TO WS-SHP-PREV-DATE
                           MOVE SHP-CARRIER TO WS-SHP-PREV-CARRIER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DISPATCH-FILE.
       0310-FIND-DISPATCH-END.

      * Delivery note : client address block, then what was ordered,
      * what is in the parcel and what follows on backorder.
       0400-WRITE-NOTE-BEGIN.
           PERFORM 0410-FIND-CLIENT-BEGIN
              THRU 0410-FIND-CLIENT-END.
           PERFORM 0420-LOAD-NOTE-LINES-BEGIN
              THRU 0420-LOAD-NOTE-LINES-END.

           MOVE SPACE TO WS-NOTE-FILENAME.
           STRING "output/bl-" DELIMITED BY SIZE
                  WS-ENTRY-ORD-ID DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-NOTE-FILENAME.
           OPEN OUTPUT DELIVERY-NOTE-OUTPUT.
           MOVE "*** DELIVERY NOTE ***" TO NOTE-OUT-RCD.
           WRITE NOTE-OUT-RCD.
           MOVE SPACE TO NOTE-OUT-RCD.
           WRITE NOTE-OUT-RCD.
           IF WS-CLI-FOUND-TRUE THEN
               STRING WS-CLI-FNAME DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-CLI-NAME DELIMITED BY SPACE
                   INTO NOTE-OUT-RCD
               WRITE NOTE-OUT-RCD
               MOVE WS-CLI-ADDRESS TO NOTE-OUT-RCD
               WRITE NOTE-OUT-RCD
           ELSE
               MOVE "(client not on file)" TO NOTE-OUT-RCD
               WRITE NOTE-OUT-RCD
           END-IF.
           MOVE SPACE TO NOTE-OUT-RCD.
           WRITE NOTE-OUT-RCD.
           MOVE WS-ENTRY-ORD-ID  TO WS-NOTE-ORD-ID.
           MOVE WS-ORD-DATE      TO WS-NOTE-ORD-DATE.
           MOVE WS-NOTE-ORDER-LINE TO NOTE-OUT-RCD.
           WRITE NOTE-OUT-RCD.
           MOVE WS-ENTRY-DATE    TO WS-NOTE-SHP-DATE.
           MOVE WS-ENTRY-CARRIER TO WS-NOTE-CARRIER.
           MOVE WS-NOTE-SHIP-LINE TO NOTE-OUT-RCD.
           WRITE NOTE-OUT-RCD.
           MOVE SPACE TO NOTE-OUT-RCD.
           WRITE NOTE-OUT-RCD.
           MOVE WS-NOTE-HEADING-LINE TO NOTE-OUT-RCD.
           WRITE NOTE-OUT-RCD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NLN-TBL-SIZE
               IF WS-NLN-BKO-QTY(WS-IDX) >= WS-NLN-QTY(WS-IDX) THEN
                   MOVE 0 TO WS-SHIP-QTY
               ELSE
                   COMPUTE WS-SHIP-QTY = WS-NLN-QTY(WS-IDX)
                       - WS-NLN-BKO-QTY(WS-IDX)
               END-IF
               MOVE WS-NLN-ITEM(WS-IDX)    TO WS-NOTE-ITEM
               MOVE WS-NLN-QTY(WS-IDX)     TO WS-NOTE-QTY
               MOVE WS-SHIP-QTY            TO WS-NOTE-SHIP-QTY
               MOVE WS-NLN-BKO-QTY(WS-IDX) TO WS-NOTE-BKO-QTY
               MOVE WS-NOTE-ITEM-LINE TO NOTE-OUT-RCD
               WRITE NOTE-OUT-RCD
           END-PERFORM.
           CLOSE DELIVERY-NOTE-OUTPUT.
           DISPLAY "Order " WS-ENTRY-ORD-ID " dispatched; delivery "
               "note in " WS-NOTE-FILENAME.
       0400-WRITE-NOTE-END.

       0410-FIND-CLIENT-BEGIN.
           SET WS-CLI-FOUND-FALSE TO TRUE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLIENTS-INPUT.
           IF NOT WS-F-STATUS-OK THEN
               GO TO 0410-FIND-CLIENT-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLIENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF CLI-M-ID EQUAL WS-ORD-CLI-ID THEN
                           SET WS-CLI-FOUND-TRUE TO TRUE
                           MOVE CLI-M-NAME    TO WS-CLI-NAME
                           MOVE CLI-M-FNAME   TO WS-CLI-FNAME
                           MOVE CLI-M-ADDRESS TO WS-CLI-ADDRESS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTS-INPUT.
       0410-FIND-CLIENT-END.

       0420-LOAD-NOTE-LINES-BEGIN.
           MOVE 0 TO WS-NLN-TBL-SIZE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDER-LINES-INPUT.
           IF NOT WS-LIN-STATUS-OK THEN
               GO TO 0420-LOAD-NOTE-LINES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ ORDER-LINES-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF LIN-ORD-ID EQUAL WS-ENTRY-ORD-ID AND
                          WS-NLN-TBL-SIZE < 50 THEN
                           ADD 1 TO WS-NLN-TBL-SIZE
                           MOVE LIN-ITEM-NAME
                               TO WS-NLN-ITEM(WS-NLN-TBL-SIZE)
                           MOVE LIN-QTY
                               TO WS-NLN-QTY(WS-NLN-TBL-SIZE)
                           MOVE 0
                               TO WS-NLN-BKO-QTY(WS-NLN-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDER-LINES-INPUT.

           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT BACKORDER-INPUT.
           IF NOT WS-BKO-STATUS-OK THEN
               GO TO 0420-LOAD-NOTE-LINES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ BACKORDER-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF BKO-ORD-ID EQUAL WS-ENTRY-ORD-ID THEN
                           PERFORM VARYING WS-IDX FROM 1 BY 1
                                   UNTIL WS-IDX > WS-NLN-TBL-SIZE
                               IF WS-NLN-ITEM(WS-IDX) EQUAL
                                  BKO-ITEM-NAME THEN
                                   ADD BKO-QTY
                                       TO WS-NLN-BKO-QTY(WS-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BACKORDER-INPUT.
       0420-LOAD-NOTE-LINES-END.
