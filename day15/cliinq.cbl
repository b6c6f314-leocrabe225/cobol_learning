
       FD ORDER-MASTER.
       01 ORD-MASTER-RCD.
           05 ORD-M-CLI-ID         PIC 9(04).
           05 FILLER               PIC X(01).
           05 ORD-M-ID             PIC 9(05).
           05 FILLER               PIC X(01).
           05 ORD-M-AMT            PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 ORD-M-DATE           PIC 9(08).
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
       01 PCL-RCD.
           05 PCL-CODE          PIC X(09).
           05 FILLER            PIC X(01).
           05 PCL-CLI-ID        PIC 9(04).

       FD INSURANCE-INPUT.
       01 ISR-IN-RCD            PIC X(121).

       FD HOLD-INPUT.
       01 HLD-RECORD.
           05 HLD-CLI-ID           PIC 9(04).
           05 FILLER               PIC X(01).
           05 HLD-DATE             PIC 9(08).
           05 FILLER               PIC X(01).
           05 HLD-AMOUNT           PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       01 WS-MAST-STATUS          PIC X(02).
       01 WS-HLD-STATUS           PIC X(02).
           88 WS-HLD-STATUS-OK              VALUE "00".

       77 WS-HLD-TBL-SIZE         PIC 9(04) VALUE 0.
       01 WS-HLD-TBL.
           05 WS-HLD-CLI          PIC 9(04) OCCURS 9999 TIMES.
       77 WS-HLD-FOUND            PIC 9(01).
           88 WS-HLD-FOUND-TRUE             VALUE 1.
           88 WS-HLD-FOUND-FALSE            VALUE 0.
       01 WS-PCL-TBL.
           05 WS-PCL OCCURS 300 TIMES.
               10 WS-PCL-CODE     PIC X(09).
               10 WS-PCL-CLI      PIC 9(04).
       77 WS-POL-SHOWN            PIC 9(01).
       77 WS-POL-EOF              PIC 9(01).
           88 WS-POL-EOF-TRUE               VALUE 1.
           88 WS-EOF-TRUE                   VALUE 1.
           88 WS-EOF-FALSE                  VALUE 0.

       77 WS-ORD-TBL-SIZE         PIC 9(05) VALUE 0.
       01 WS-ORD-TBL.
           05 WS-ORD OCCURS 99999 TIMES.
               10 WS-ORD-CLI-ID   PIC 9(04).
               10 WS-ORD-ID       PIC 9(05).
               10 WS-ORD-AMT      PIC 9(07)V99.
               10 WS-ORD-DATE     PIC 9(08).
               10 WS-ORD-TYPE     PIC X(01).
       77 WS-IDX                  PIC 9(05).

       77 WS-COMMAND              PIC X(04).
       77 WS-ENTRY-ID             PIC 9(04).
       77 WS-HAVE-CLIENT          PIC 9(01).
           88 WS-HAVE-CLIENT-TRUE           VALUE 1.
           88 WS-HAVE-CLIENT-FALSE          VALUE 0.
       77 WS-COMMAND-LONG         PIC X(50).

      * Screen fields : the climast block, the client's recent
      * orders, what they owe and how close it sits to the limit.
       01 WS-SCR-ID               PIC 9(04).
       01 WS-SCR-NAME             PIC X(21).
       01 WS-SCR-ADDRESS          PIC X(30).
       01 WS-SCR-PHONE            PIC X(10).
       01 WS-SCR-EMAIL            PIC X(50).
       01 WS-SCR-LIMIT            PIC ZZZ,ZZ9.99.
       01 WS-SCR-TOTAL            PIC -Z,ZZZ,ZZ9.99.
       01 WS-SCR-AVAILABLE        PIC -Z,ZZZ,ZZ9.99.
       01 WS-SCR-STATUS           PIC X(12).
       01 WS-SCR-OLDEST           PIC X(08).
       01 WS-SCR-LAST             PIC X(08).
       01 WS-SCR-ORD-LINES.
           05 WS-SCR-ORD-LINE     PIC X(34) OCCURS 5 TIMES.
       01 WS-ORD-LINE-BUILD.
           05 WS-OLB-ID           PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-OLB-DATE         PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-OLB-AMT          PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-OLB-MARK         PIC X(06).
       77 WS-SHOWN-CNT            PIC 9(01).
       77 WS-NET-TOTAL            PIC S9(09)V99.
      * The client's row of the balance file, read fresh each time
      * the screen is painted.
       COPY clibal.
       77 WS-BAL-FOUND            PIC 9(01).

       SCREEN SECTION.
       01 INQUIRY-SCREEN.
           05 LINE 1 COLUMN 5 VALUE "*** CLIENT INQUIRY ***"
               HIGHLIGHT.
           05 LINE 3 COLUMN 5 VALUE "Client ID :".
           05 LINE 3 COLUMN 18 PIC 9999 FROM WS-SCR-ID.
           05 LINE 3 COLUMN 25 PIC X(12) FROM WS-SCR-STATUS.
           05 LINE 4 COLUMN 5 VALUE "Name      :".
           05 LINE 4 COLUMN 18 PIC X(21) FROM WS-SCR-NAME.
           05 LINE 7 COLUMN 5 VALUE "Email     :".
           05 LINE 7 COLUMN 18 PIC X(50) FROM WS-SCR-EMAIL.
           05 LINE 9 COLUMN 5 VALUE "Recent orders :".
           05 LINE 10 COLUMN 7 PIC X(34) FROM WS-SCR-ORD-LINE(1).
           05 LINE 11 COLUMN 7 PIC X(34) FROM WS-SCR-ORD-LINE(2).
           05 LINE 12 COLUMN 7 PIC X(34) FROM WS-SCR-ORD-LINE(3).
           05 LINE 13 COLUMN 7 PIC X(34) FROM WS-SCR-ORD-LINE(4).
           05 LINE 14 COLUMN 7 PIC X(34) FROM WS-SCR-ORD-LINE(5).
           05 LINE 16 COLUMN 5 VALUE "Balance due  :".
           05 LINE 16 COLUMN 20 PIC -Z,ZZZ,ZZ9.99 FROM WS-SCR-TOTAL.
           05 LINE 17 COLUMN 5 VALUE "Credit limit :".
           05 LINE 17 COLUMN 20 PIC ZZZ,ZZ9.99 FROM WS-SCR-LIMIT.
           05 LINE 18 COLUMN 5 VALUE "Headroom     :".
           05 LINE 18 COLUMN 20 PIC -Z,ZZZ,ZZ9.99 FROM WS-SCR-AVAILABLE.
           05 LINE 19 COLUMN 5 VALUE "Oldest open  :".
           05 LINE 19 COLUMN 20 PIC X(08) FROM WS-SCR-OLDEST.
           05 LINE 20 COLUMN 5 VALUE "Last activity:".
           05 LINE 20 COLUMN 20 PIC X(08) FROM WS-SCR-LAST.
           05 LINE 19 COLUMN 45 VALUE "Policies :".
           05 LINE 20 COLUMN 45 PIC X(30) FROM WS-SCR-POL-LINE(1).
           05 LINE 21 COLUMN 45 PIC X(30) FROM WS-SCR-POL-LINE(2).
           05 LINE 23 COLUMN 5 VALUE
               "N=next  P=previous  ID=lookup  Q=quit :".
           05 LINE 23 COLUMN 46 PIC X(04) TO WS-COMMAND.

       PROCEDURE DIVISION.
      * With the indexed order master on disk, one client's orders
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-ORD-TBL-SIZE < 99999 THEN
                           ADD 1 TO WS-ORD-TBL-SIZE
                           MOVE ORD-IN-CLI-ID
                               TO WS-ORD-CLI-ID(WS-ORD-TBL-SIZE)
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-HLD-TBL-SIZE < 9999 THEN
                           ADD 1 TO WS-HLD-TBL-SIZE
                           MOVE HLD-CLI-ID
                               TO WS-HLD-CLI(WS-HLD-TBL-SIZE)
                       IF ORD-M-CLI-ID NOT EQUAL CLI-M-ID THEN
                           SET WS-ORD-EOF-TRUE TO TRUE
                       ELSE
                           IF WS-ORD-TBL-SIZE < 99999 THEN
                               ADD 1 TO WS-ORD-TBL-SIZE
                               MOVE ORD-M-CLI-ID
                                 TO WS-ORD-CLI-ID(WS-ORD-TBL-SIZE)

      * Fills and paints the inquiry screen for the record currently
      * in CLI-MASTER-RCD : the climast block, the last five orders
      * (newest at the top), the balance due and the headroom left
      * under the credit limit.
       0300-SHOW-CLIENT-BEGIN.
           IF WS-HAVE-CLIENT-FALSE THEN
                   MOVE "ACTIVE" TO WS-SCR-STATUS
           END-EVALUATE.

           MOVE 0 TO WS-SHOWN-CNT.
           MOVE SPACES TO WS-SCR-ORD-LINES.
           PERFORM VARYING WS-IDX FROM WS-ORD-TBL-SIZE BY -1
                   UNTIL WS-IDX EQUAL 0
               IF WS-ORD-CLI-ID(WS-IDX) EQUAL CLI-M-ID THEN
                   IF WS-SHOWN-CNT < 5 THEN
                       ADD 1 TO WS-SHOWN-CNT
                       MOVE WS-ORD-ID(WS-IDX) TO WS-OLB-ID
               END-IF
           END-PERFORM.

      * The balance due comes off the client balance file, so the
      * payments and write-offs count as well as the orders and
      * credit notes listed above.
           CALL "balget" USING CLI-M-ID BAL-RECORD WS-BAL-FOUND
           END-CALL.
           IF BAL-OPEN-CREDIT THEN
               COMPUTE WS-NET-TOTAL = 0 - BAL-OPEN
           ELSE
               MOVE BAL-OPEN TO WS-NET-TOTAL
           END-IF.
           IF BAL-OLDEST-OPEN EQUAL 0 THEN
               MOVE "none" TO WS-SCR-OLDEST
           ELSE
               MOVE BAL-OLDEST-OPEN TO WS-SCR-OLDEST
           END-IF.
           IF BAL-LAST-ACTIVITY EQUAL 0 THEN
               MOVE "none" TO WS-SCR-LAST
           ELSE
               MOVE BAL-LAST-ACTIVITY TO WS-SCR-LAST
           END-IF.
           MOVE WS-NET-TOTAL TO WS-SCR-TOTAL.
           COMPUTE WS-SCR-AVAILABLE =
               CLI-M-CREDIT-LIMIT - WS-NET-TOTAL.
                       PERFORM 0200-READ-BY-KEY-BEGIN
                          THRU 0200-READ-BY-KEY-END
                   ELSE
                       DISPLAY "Not a command - N, P, Q or a four-"
                           "digit client ID."
                   END-IF
           END-EVALUATE.
