           05 F-ORDER-DATE          PIC 9(08).
           05 FILLER                PIC X(01).
           05 F-ORDER-TOTAL         PIC 9(05)V99.
      * Delivery orders ride after the total : "L" (livraison) with
      * the phone and address the driver needs, space or "S" eat-in.
      * The time taken and the minutes promised to the customer are
      * stamped here; pizdisp.cbl fills in the driver and the times
      * the driver left and came back.
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
       01 WS-PRICE-DISPLAY        PIC ZZ9.99.
       01 WS-TOTAL-DISPLAY        PIC ZZ,ZZ9.99.
       01 WS-RUN-DATE             PIC 9(08).
       01 WS-RUN-TIME             PIC 9(04).

       01 WS-ORDER-KIND           PIC X(01) VALUE SPACE.
           88 WS-ORDER-DELIVERY             VALUE "L".
           88 WS-ORDER-EAT-IN               VALUE "S".
       01 WS-TELEPHONE            PIC X(10) VALUE SPACES.
       01 WS-ADRESSE              PIC X(30) VALUE SPACES.
      * Minutes promised to a delivery customer, PIZZA-DELIVERY-MIN
      * in data/params.txt when it is set.
       01 WS-PROMISED-MIN         PIC 9(03) VALUE 45.
       01 WS-PARAM-KEY            PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-PARAM-FOUND          PIC 9(01).
           88 WS-PARAM-FOUND-TRUE           VALUE 1.
           88 WS-PARAM-FOUND-FALSE          VALUE 0.

      
       PROCEDURE DIVISION.
           ACCEPT WS-NB-INVITE.
           COMPUTE WS-NB-PIZZA EQUAL WS-NB-INVITE * 1.1 + 0.9.

           PERFORM 0700-DELIVERY-DETAILS-BEGIN
              THRU 0700-DELIVERY-DETAILS-END.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-RUN-TIME.
           MOVE 0 TO WS-ORDER-TOTAL.
           OPEN EXTEND ORDERS-OUTPUT.
           IF NOT WS-ORD-STATUS-OK THEN
           MOVE WS-NB-PIZZA TO F-ORDER-PIZZAS.
           MOVE WS-RUN-DATE TO F-ORDER-DATE.
           MOVE 0 TO F-ORDER-TOTAL.
           MOVE WS-ORDER-KIND TO F-ORDER-KIND.
           MOVE WS-RUN-TIME TO F-ORDER-TIME.
           IF WS-ORDER-DELIVERY THEN
               MOVE WS-TELEPHONE TO F-ORDER-PHONE
               MOVE WS-ADRESSE TO F-ORDER-ADDRESS
               MOVE WS-PROMISED-MIN TO F-ORDER-PROMISED
               MOVE 0 TO F-ORDER-LEFT
               MOVE 0 TO F-ORDER-BACK
           END-IF.

           IF WS-MENU-CNT EQUAL 0 THEN
               WRITE F-ORDER-RCD
           MOVE WS-ORDER-TOTAL TO WS-TOTAL-DISPLAY.
           DISPLAY "Total de la commande : " WS-TOTAL-DISPLAY ".".
       0600-PICK-ITEMS-END.

      * Eat-in or delivery. A delivery needs a phone number and an
      * address before it can go to the kitchen, and the customer is
      * told the delivery time the Z report will hold us to.
       0700-DELIVERY-DETAILS-BEGIN.
           PERFORM UNTIL WS-ORDER-DELIVERY OR WS-ORDER-EAT-IN
               DISPLAY "Sur place ou en livraison ? (S/L) : "
                   WITH NO ADVANCING
               ACCEPT WS-ORDER-KIND
               MOVE FUNCTION UPPER-CASE(WS-ORDER-KIND)
                   TO WS-ORDER-KIND
           END-PERFORM.
           IF WS-ORDER-EAT-IN THEN
               GO TO 0700-DELIVERY-DETAILS-END
           END-IF.

           PERFORM UNTIL WS-TELEPHONE NOT EQUAL SPACE
               DISPLAY "Numero de telephone : " WITH NO ADVANCING
               ACCEPT WS-TELEPHONE
           END-PERFORM.
           PERFORM UNTIL WS-ADRESSE NOT EQUAL SPACE
               DISPLAY "Adresse de livraison : " WITH NO ADVANCING
               ACCEPT WS-ADRESSE
           END-PERFORM.

           MOVE "PIZZA-DELIVERY-MIN" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                   TO WS-PROMISED-MIN
           END-IF.
           DISPLAY "Livraison promise en " WS-PROMISED-MIN
               " minutes.".
       0700-DELIVERY-DETAILS-END.
