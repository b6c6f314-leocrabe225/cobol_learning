
       77 WS-ROWS-WRITTEN             PIC 9(05) VALUE 0.
       77 WS-RUNNING-BAL              PIC S9(07) COMP-5 VALUE 0.
       77 WS-PREV-TYPE                PIC X(01) VALUE SPACE.

       01 WS-RPT-TITLE-LINE.
           05 FILLER                  PIC X(21) VALUE
           05 WS-RPT-TYPE             PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-SIGN             PIC X(01).
           05 WS-RPT-QTY              PIC 9(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-REF              PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-LOCATION         PIC X(04).
           05 FILLER                  PIC X(11) VALUE " balance : ".
           05 WS-RPT-BALANCE          PIC -ZZZ,ZZ9.


      * Opening rows ("O") restart the running balance at the closed
      * figure rather than adding on top of the archived detail that
      * produced it. A close writes one per location, so only the
      * first of a run restarts it; the balance is the item total.
       0200-WRITE-ONE-ROW-BEGIN.
           IF MVT-TYPE EQUAL "O" AND WS-PREV-TYPE NOT EQUAL "O" THEN
               MOVE 0 TO WS-RUNNING-BAL
           END-IF.
           MOVE MVT-TYPE TO WS-PREV-TYPE.
           IF MVT-SIGN EQUAL "-" THEN
               SUBTRACT MVT-QTY FROM WS-RUNNING-BAL
           ELSE
           MOVE MVT-SIGN TO WS-RPT-SIGN.
           MOVE MVT-QTY  TO WS-RPT-QTY.
           MOVE MVT-REF  TO WS-RPT-REF.
           MOVE MVT-LOCATION TO WS-RPT-LOCATION.
           IF WS-RPT-LOCATION EQUAL SPACE THEN
               MOVE "SHOP" TO WS-RPT-LOCATION
           END-IF.
           MOVE WS-RUNNING-BAL TO WS-RPT-BALANCE.
           MOVE WS-RPT-DETAIL-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
