       IDENTIFICATION DIVISION.
       PROGRAM-ID. pizdisp.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The dispatch screen : today's delivery orders, which driver
      * took each one out and when they left and came back, so the
      * paper slips on the hot plate can go.
           SELECT ORDERS-FILE
               ASSIGN TO "output/pizzeria-orders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

      * The drivers : one code and name per line.
           SELECT DRIVERS-INPUT
               ASSIGN TO "data/pizzeria-livreurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRV-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Only whole rows are moved here; the "H" layout is taken
      * apart in WS-ORDER-IMAGE below.
       FD ORDERS-FILE.
       01 F-ORDER-ROW               PIC X(113).

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

      * Same "H" header layout pizzeria.cbl writes.
       01 WS-ORDER-IMAGE.
           05 WS-IMG-TYPE           PIC X(01).
           05 FILLER                PIC X(01).
           05 WS-IMG-NAME           PIC X(20).
           05 FILLER                PIC X(01).
           05 WS-IMG-GUESTS         PIC 9(02).
           05 FILLER                PIC X(01).
           05 WS-IMG-PIZZAS         PIC 9(02).
           05 FILLER                PIC X(01).
           05 WS-IMG-DATE           PIC 9(08).
           05 FILLER                PIC X(01).
           05 WS-IMG-TOTAL          PIC 9(05)V99.
           05 FILLER                PIC X(01).
           05 WS-IMG-KIND           PIC X(01).
           05 FILLER                PIC X(01).
           05 WS-IMG-TIME           PIC 9(04).
           05 FILLER                PIC X(01).
           05 WS-IMG-PHONE          PIC X(10).
           05 FILLER                PIC X(01).
           05 WS-IMG-ADDRESS        PIC X(30).
           05 FILLER                PIC X(01).
           05 WS-IMG-PROMISED       PIC 9(03).
           05 FILLER                PIC X(01).
           05 WS-IMG-DRIVER         PIC X(04).
           05 FILLER                PIC X(01).
           05 WS-IMG-LEFT           PIC 9(04).
           05 FILLER                PIC X(01).
           05 WS-IMG-BACK           PIC 9(04).

      * The whole file is held while a departure or a return is
      * stamped, then written back in one go.
       77 WS-ROW-CNT              PIC 9(04) VALUE 0.
       01 WS-ROW-TBL.
           05 WS-ROW              PIC X(113) OCCURS 5000 TIMES.
       77 WS-ROW-IDX              PIC 9(04).
       77 WS-ROWS-LOST            PIC 9(04) VALUE 0.

      * Today's delivery orders, by their row in the file; the
      * number on screen is the position in this list.
       77 WS-DLV-CNT              PIC 9(03) VALUE 0.
       01 WS-DLV-TBL.
           05 WS-DLV-ROW          PIC 9(04) OCCURS 200 TIMES.
       77 WS-DLV-IDX              PIC 9(03).

       77 WS-DRV-CNT              PIC 9(02) VALUE 0.
       01 WS-DRV-TBL.
           05 WS-DRV              OCCURS 30 TIMES.
               10 WS-DRV-CODE     PIC X(04).
               10 WS-DRV-NAME     PIC X(20).
       77 WS-DRV-IDX              PIC 9(02).
       77 WS-DRV-FOUND            PIC 9(02).

      * The orders picked for one departure, kept until the file is
      * read again just before the stamp.
       77 WS-PICK-CNT             PIC 9(02) VALUE 0.
       01 WS-PICK-TBL.
           05 WS-PICK             PIC 9(03) OCCURS 20 TIMES.
       77 WS-PICK-IDX             PIC 9(02).
       77 WS-PICK-NO              PIC 9(03).

       77 WS-TODAY                PIC 9(08).
       77 WS-NOW                  PIC 9(04).
       77 WS-ACTION               PIC X(01).
       77 WS-DRIVER               PIC X(04).
       77 WS-STAMPED              PIC 9(03).
       77 WS-ALREADY-PICKED       PIC 9(01).
           88 WS-ALREADY-PICKED-TRUE        VALUE 1.
           88 WS-ALREADY-PICKED-FALSE       VALUE 0.

       01 WS-LIST-LINE.
           05 WS-LST-NO           PIC ZZ9.
           05 FILLER              PIC X(03) VALUE " - ".
           05 WS-LST-TIME         PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LST-NAME         PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LST-ADDRESS      PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LST-STATE        PIC X(25).

       01 WS-STATE-OUT.
           05 FILLER              PIC X(09) VALUE "en route ".
           05 WS-OUT-DRIVER       PIC X(04).
           05 FILLER              PIC X(08) VALUE " depuis ".
           05 WS-OUT-LEFT         PIC 9(04).

       01 WS-STATE-BACK.
           05 FILLER              PIC X(09) VALUE "livree   ".
           05 WS-BCK-DRIVER       PIC X(04).
           05 FILLER              PIC X(08) VALUE " retour ".
           05 WS-BCK-BACK         PIC 9(04).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 0100-LOAD-DRIVERS-BEGIN
              THRU 0100-LOAD-DRIVERS-END.
           IF WS-DRV-CNT EQUAL 0 THEN
               DISPLAY "Pas de livreur dans data/pizzeria-livreurs.txt"
                   " - rien a affecter."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACE TO WS-ACTION.
           PERFORM UNTIL WS-ACTION EQUAL "F"
               PERFORM 0200-LOAD-ORDERS-BEGIN
                  THRU 0200-LOAD-ORDERS-END
               PERFORM 0300-SHOW-LIST-BEGIN
                  THRU 0300-SHOW-LIST-END
               DISPLAY "Action (D=depart, R=retour, F=fin) : "
                   WITH NO ADVANCING
               ACCEPT WS-ACTION
               MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
               EVALUATE WS-ACTION
                   WHEN "D"
                       PERFORM 0400-DEPART-BEGIN
                          THRU 0400-DEPART-END
                   WHEN "R"
                       PERFORM 0500-RETURN-BEGIN
                          THRU 0500-RETURN-END
                   WHEN "F"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Action inconnue."
               END-EVALUATE
           END-PERFORM.
           GOBACK.

       0100-LOAD-DRIVERS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT DRIVERS-INPUT.
           IF NOT WS-DRV-STATUS-OK THEN
               GO TO 0100-LOAD-DRIVERS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ DRIVERS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF DRV-CODE NOT EQUAL SPACE AND
                          WS-DRV-CNT < 30 THEN
                           ADD 1 TO WS-DRV-CNT
                           MOVE DRV-CODE TO WS-DRV-CODE(WS-DRV-CNT)
                           MOVE DRV-NAME TO WS-DRV-NAME(WS-DRV-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DRIVERS-INPUT.
       0100-LOAD-DRIVERS-END.

      * Read again before every stamp : pizzeria.cbl keeps appending
      * orders while the screen is open, and rows only ever get added
      * at the end, so the numbers already shown still hold.
       0200-LOAD-ORDERS-BEGIN.
           MOVE 0 TO WS-ROW-CNT.
           MOVE 0 TO WS-DLV-CNT.
           MOVE 0 TO WS-ROWS-LOST.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDERS-FILE.
           IF NOT WS-F-STATUS-OK THEN
               GO TO 0200-LOAD-ORDERS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ ORDERS-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       PERFORM 0210-KEEP-ROW-BEGIN
                          THRU 0210-KEEP-ROW-END
               END-READ
           END-PERFORM.
           CLOSE ORDERS-FILE.
       0200-LOAD-ORDERS-END.

       0210-KEEP-ROW-BEGIN.
           IF WS-ROW-CNT NOT < 5000 THEN
               ADD 1 TO WS-ROWS-LOST
               GO TO 0210-KEEP-ROW-END
           END-IF.
           ADD 1 TO WS-ROW-CNT.
           MOVE F-ORDER-ROW TO WS-ROW(WS-ROW-CNT).
           MOVE F-ORDER-ROW TO WS-ORDER-IMAGE.
           IF WS-IMG-TYPE EQUAL "H" AND WS-IMG-KIND EQUAL "L" AND
              WS-IMG-DATE EQUAL WS-TODAY AND WS-DLV-CNT < 200 THEN
               ADD 1 TO WS-DLV-CNT
               MOVE WS-ROW-CNT TO WS-DLV-ROW(WS-DLV-CNT)
           END-IF.
       0210-KEEP-ROW-END.

       0300-SHOW-LIST-BEGIN.
           DISPLAY " ".
           DISPLAY "*** Livraisons du " WS-TODAY " ***".
           IF WS-DLV-CNT EQUAL 0 THEN
               DISPLAY "Aucune livraison aujourd'hui."
               GO TO 0300-SHOW-LIST-END
           END-IF.
           PERFORM VARYING WS-DLV-IDX FROM 1 BY 1
                   UNTIL WS-DLV-IDX > WS-DLV-CNT
               MOVE WS-ROW(WS-DLV-ROW(WS-DLV-IDX)) TO WS-ORDER-IMAGE
               MOVE WS-DLV-IDX TO WS-LST-NO
               MOVE WS-IMG-TIME TO WS-LST-TIME
               MOVE WS-IMG-NAME TO WS-LST-NAME
               MOVE WS-IMG-ADDRESS TO WS-LST-ADDRESS
               EVALUATE TRUE
                   WHEN WS-IMG-DRIVER EQUAL SPACE
                       MOVE "prete" TO WS-LST-STATE
                   WHEN WS-IMG-BACK EQUAL 0
                       MOVE WS-IMG-DRIVER TO WS-OUT-DRIVER
                       MOVE WS-IMG-LEFT TO WS-OUT-LEFT
                       MOVE WS-STATE-OUT TO WS-LST-STATE
                   WHEN OTHER
                       MOVE WS-IMG-DRIVER TO WS-BCK-DRIVER
                       MOVE WS-IMG-BACK TO WS-BCK-BACK
                       MOVE WS-STATE-BACK TO WS-LST-STATE
               END-EVALUATE
               DISPLAY WS-LIST-LINE
           END-PERFORM.
       0300-SHOW-LIST-END.

      * One driver, one or more ready orders : they leave together,
      * so they all carry the same departure time.
       0400-DEPART-BEGIN.
           PERFORM 0600-ASK-DRIVER-BEGIN
              THRU 0600-ASK-DRIVER-END.
           IF WS-DRV-FOUND EQUAL 0 THEN
               GO TO 0400-DEPART-END
           END-IF.

           MOVE 0 TO WS-PICK-CNT.
           MOVE 999 TO WS-PICK-NO.
           PERFORM UNTIL WS-PICK-NO EQUAL 0 OR WS-PICK-CNT NOT < 20
               DISPLAY "Numero de la commande (0 pour finir) : "
                   WITH NO ADVANCING
               ACCEPT WS-PICK-NO
               IF WS-PICK-NO > 0 THEN
                   PERFORM 0410-CHECK-PICK-BEGIN
                      THRU 0410-CHECK-PICK-END
               END-IF
           END-PERFORM.
           IF WS-PICK-CNT EQUAL 0 THEN
               GO TO 0400-DEPART-END
           END-IF.

           PERFORM 0200-LOAD-ORDERS-BEGIN
              THRU 0200-LOAD-ORDERS-END.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW.
           MOVE 0 TO WS-STAMPED.
           PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                   UNTIL WS-PICK-IDX > WS-PICK-CNT
               MOVE WS-DLV-ROW(WS-PICK(WS-PICK-IDX)) TO WS-ROW-IDX
               MOVE WS-ROW(WS-ROW-IDX) TO WS-ORDER-IMAGE
               IF WS-IMG-DRIVER EQUAL SPACE THEN
                   MOVE WS-DRIVER TO WS-IMG-DRIVER
                   MOVE WS-NOW TO WS-IMG-LEFT
                   MOVE 0 TO WS-IMG-BACK
                   MOVE WS-ORDER-IMAGE TO WS-ROW(WS-ROW-IDX)
                   ADD 1 TO WS-STAMPED
               END-IF
           END-PERFORM.
           PERFORM 0700-WRITE-ORDERS-BEGIN
              THRU 0700-WRITE-ORDERS-END.
           DISPLAY WS-STAMPED " commande(s) parties avec "
               WS-DRV-NAME(WS-DRV-FOUND) " a " WS-NOW ".".
       0400-DEPART-END.

       0410-CHECK-PICK-BEGIN.
           IF WS-PICK-NO > WS-DLV-CNT THEN
               DISPLAY "Pas de commande " WS-PICK-NO "."
               GO TO 0410-CHECK-PICK-END
           END-IF.
           MOVE WS-ROW(WS-DLV-ROW(WS-PICK-NO)) TO WS-ORDER-IMAGE.
           IF WS-IMG-DRIVER NOT EQUAL SPACE THEN
               DISPLAY "Commande " WS-PICK-NO " deja partie avec "
                   WS-IMG-DRIVER "."
               GO TO 0410-CHECK-PICK-END
           END-IF.
           SET WS-ALREADY-PICKED-FALSE TO TRUE.
           PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                   UNTIL WS-PICK-IDX > WS-PICK-CNT
               IF WS-PICK(WS-PICK-IDX) EQUAL WS-PICK-NO THEN
                   SET WS-ALREADY-PICKED-TRUE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-ALREADY-PICKED-TRUE THEN
               GO TO 0410-CHECK-PICK-END
           END-IF.
           ADD 1 TO WS-PICK-CNT.
           MOVE WS-PICK-NO TO WS-PICK(WS-PICK-CNT).
       0410-CHECK-PICK-END.

      * The driver is back : every order still out on that round is
      * stamped with the same return time.
       0500-RETURN-BEGIN.
           PERFORM 0600-ASK-DRIVER-BEGIN
              THRU 0600-ASK-DRIVER-END.
           IF WS-DRV-FOUND EQUAL 0 THEN
               GO TO 0500-RETURN-END
           END-IF.

           PERFORM 0200-LOAD-ORDERS-BEGIN
              THRU 0200-LOAD-ORDERS-END.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW.
           MOVE 0 TO WS-STAMPED.
           PERFORM VARYING WS-DLV-IDX FROM 1 BY 1
                   UNTIL WS-DLV-IDX > WS-DLV-CNT
               MOVE WS-DLV-ROW(WS-DLV-IDX) TO WS-ROW-IDX
               MOVE WS-ROW(WS-ROW-IDX) TO WS-ORDER-IMAGE
               IF WS-IMG-DRIVER EQUAL WS-DRIVER AND
                  WS-IMG-BACK EQUAL 0 THEN
                   MOVE WS-NOW TO WS-IMG-BACK
                   MOVE WS-ORDER-IMAGE TO WS-ROW(WS-ROW-IDX)
                   ADD 1 TO WS-STAMPED
               END-IF
           END-PERFORM.
           IF WS-STAMPED EQUAL 0 THEN
               DISPLAY WS-DRV-NAME(WS-DRV-FOUND)
                   " n'a aucune commande en route."
               GO TO 0500-RETURN-END
           END-IF.
           PERFORM 0700-WRITE-ORDERS-BEGIN
              THRU 0700-WRITE-ORDERS-END.
           DISPLAY WS-DRV-NAME(WS-DRV-FOUND) " de retour a " WS-NOW
               " (" WS-STAMPED " commande(s)).".
       0500-RETURN-END.

       0600-ASK-DRIVER-BEGIN.
           MOVE 0 TO WS-DRV-FOUND.
           PERFORM VARYING WS-DRV-IDX FROM 1 BY 1
                   UNTIL WS-DRV-IDX > WS-DRV-CNT
               DISPLAY "  " WS-DRV-CODE(WS-DRV-IDX) " "
                   WS-DRV-NAME(WS-DRV-IDX)
           END-PERFORM.
           DISPLAY "Code du livreur : " WITH NO ADVANCING.
           ACCEPT WS-DRIVER.
           MOVE FUNCTION UPPER-CASE(WS-DRIVER) TO WS-DRIVER.
           PERFORM VARYING WS-DRV-IDX FROM 1 BY 1
                   UNTIL WS-DRV-IDX > WS-DRV-CNT
               IF WS-DRV-CODE(WS-DRV-IDX) EQUAL WS-DRIVER THEN
                   MOVE WS-DRV-IDX TO WS-DRV-FOUND
               END-IF
           END-PERFORM.
           IF WS-DRV-FOUND EQUAL 0 THEN
               DISPLAY "Livreur " WS-DRIVER " inconnu."
           END-IF.
       0600-ASK-DRIVER-END.

      * A file too big to hold is left alone rather than written
      * back short.
       0700-WRITE-ORDERS-BEGIN.
           IF WS-ROWS-LOST > 0 THEN
               DISPLAY "output/pizzeria-orders.txt depasse 5000 "
                   "lignes - rien n'est enregistre."
               MOVE 8 TO RETURN-CODE
               GO TO 0700-WRITE-ORDERS-END
           END-IF.
           OPEN OUTPUT ORDERS-FILE.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-CNT
               MOVE WS-ROW(WS-ROW-IDX) TO F-ORDER-ROW
               WRITE F-ORDER-ROW
           END-PERFORM.
           CLOSE ORDERS-FILE.
       0700-WRITE-ORDERS-END.
