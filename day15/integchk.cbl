       IDENTIFICATION DIVISION.
       PROGRAM-ID. integchk.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Every program checks its own input; this checks the links
      * between the files : a row pointing at a master row that is
      * gone, deactivated or never existed. One rule per link, the
      * report grouped by rule with its count, and RETURN-CODE 8
      * when anything broke, so the chain stops the steps that would
      * publish the bad joins.
           SELECT ORDERS-INPUT
               ASSIGN TO "data/num-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.

           SELECT ORDER-LINES-INPUT
               ASSIGN TO "data/lignes-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIN-STATUS.

           SELECT BACKORDER-INPUT
               ASSIGN TO "data/backorders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKO-STATUS.

           SELECT CLIENTS-INPUT
               ASSIGN TO "data/clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.

           SELECT INVENTORY-INPUT
               ASSIGN TO "data/inventaire.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

           SELECT SUPPLIER-INPUT
               ASSIGN TO "data/fournisseurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-STATUS.

           SELECT POLICY-CLIENT-INPUT
               ASSIGN TO "data/police-client.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCL-STATUS.

           SELECT XREF-INPUT
               ASSIGN TO "data/police-courtier.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRF-STATUS.

           SELECT BROKER-INPUT
               ASSIGN TO "data/courtiers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRK-STATUS.

           SELECT ROSTER-INPUT
               ASSIGN TO "output/classtud-roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROS-STATUS.

           SELECT ATTENDANCE-INPUT
               ASSIGN TO "output/attendance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATT-STATUS.

           SELECT CHECK-REPORT-OUTPUT
               ASSIGN TO "output/integrity-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD CLIENTS-INPUT.
       COPY climast.

       FD INVENTORY-INPUT.
       01 INV-CTL-RECORD.
           05 INV-CTL-COUNT         PIC 9(04).
       COPY itemrcd.

       FD SUPPLIER-INPUT.
       COPY suprcd.

       FD POLICY-CLIENT-INPUT.
       01 PCL-RCD.
           05 PCL-CODE             PIC X(09).
           05 FILLER               PIC X(01).
           05 PCL-CLI-ID           PIC 9(04).

       FD XREF-INPUT.
       01 XRF-RCD.
           05 XRF-CODE             PIC X(09).
           05 FILLER               PIC X(01).
           05 XRF-BROKER           PIC X(06).

       FD BROKER-INPUT.
       COPY brkrcd.

       FD ROSTER-INPUT.
       COPY stud REPLACING ==:TAG:== BY ==F==.

       FD ATTENDANCE-INPUT.
       01 ATT-RECORD.
           05 ATT-DATE             PIC 9(08).
           05 FILLER               PIC X(01).
           05 ATT-CLASS            PIC X(03).
           05 FILLER               PIC X(01).
           05 ATT-NAME             PIC X(15).
           05 FILLER               PIC X(01).
           05 ATT-MARK             PIC X(01).
           05 FILLER               PIC X(01).
           05 ATT-STUD-ID          PIC 9(04).

       FD CHECK-REPORT-OUTPUT.
       01 RPT-OUT-RCD              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ORD-STATUS            PIC X(02).
           88 WS-ORD-STATUS-OK               VALUE "00".
       01 WS-LIN-STATUS            PIC X(02).
           88 WS-LIN-STATUS-OK               VALUE "00".
       01 WS-BKO-STATUS            PIC X(02).
           88 WS-BKO-STATUS-OK               VALUE "00".
       01 WS-CLI-STATUS            PIC X(02).
           88 WS-CLI-STATUS-OK               VALUE "00".
       01 WS-INV-STATUS            PIC X(02).
           88 WS-INV-STATUS-OK               VALUE "00".
       01 WS-SUP-STATUS            PIC X(02).
           88 WS-SUP-STATUS-OK               VALUE "00".
       01 WS-PCL-STATUS            PIC X(02).
           88 WS-PCL-STATUS-OK               VALUE "00".
       01 WS-XRF-STATUS            PIC X(02).
           88 WS-XRF-STATUS-OK               VALUE "00".
       01 WS-BRK-STATUS            PIC X(02).
           88 WS-BRK-STATUS-OK               VALUE "00".
       01 WS-ROS-STATUS            PIC X(02).
           88 WS-ROS-STATUS-OK               VALUE "00".
       01 WS-ATT-STATUS            PIC X(02).
           88 WS-ATT-STATUS-OK               VALUE "00".
       01 WS-EOF                   PIC 9(01).
           88 WS-EOF-TRUE                    VALUE 1.
           88 WS-EOF-FALSE                   VALUE 0.

      * The masters, loaded once. Order and client IDs index their
      * own slot : "Y" present (clients : "A" active, "I" deactivated
      * through climaint), space absent. A master that will not open
      * leaves its rules unchecked rather than failing every row.
       01 WS-ORD-TBL.
           05 WS-ORD-HERE          PIC X(01) OCCURS 99999 TIMES.
       77 WS-ORD-LOADED            PIC 9(01) VALUE 0.
       01 WS-CLI-TBL.
           05 WS-CLI-HERE          PIC X(01) OCCURS 9999 TIMES.
       77 WS-CLI-LOADED            PIC 9(01) VALUE 0.
       01 WS-SUP-TBL.
           05 WS-SUP-CODE          PIC X(06) OCCURS 500 TIMES.
       77 WS-SUP-TBL-SIZE          PIC 9(03) VALUE 0.
       77 WS-SUP-LOADED            PIC 9(01) VALUE 0.
       01 WS-BRK-TBL.
           05 WS-BRK-CODE          PIC X(06) OCCURS 500 TIMES.
       77 WS-BRK-TBL-SIZE          PIC 9(03) VALUE 0.
       77 WS-BRK-LOADED            PIC 9(01) VALUE 0.
      * The roster by student ID, and by class and name for the
      * attendance rows written before the ID column.
       01 WS-ROS-ID-TBL.
           05 WS-ROS-ID-HERE       PIC X(01) OCCURS 9999 TIMES.
       01 WS-ROS-NAME-TBL.
           05 WS-ROS-NAME OCCURS 1000 TIMES.
               10 WS-ROS-NAME-CLASS PIC X(03).
               10 WS-ROS-NAME-NAME  PIC X(15).
       77 WS-ROS-TBL-SIZE          PIC 9(04) VALUE 0.
       77 WS-ROS-LOADED            PIC 9(01) VALUE 0.
       77 WS-IDX                   PIC 9(04).
       77 WS-FOUND                 PIC 9(01).
           88 WS-FOUND-TRUE                  VALUE 1.
           88 WS-FOUND-FALSE                 VALUE 0.
       77 WS-FIRST-RECORD          PIC 9(01).

      * The rule in hand, and the summary of every rule for the end
      * of the report. Only the first WS-LIST-MAX rows of a rule are
      * listed; the count covers them all.
       77 WS-RULE-CODE             PIC X(08).
       77 WS-RULE-DESC             PIC X(60).
       77 WS-RULE-CNT              PIC 9(06).
       77 WS-LIST-MAX              PIC 9(06) VALUE 50.
       77 WS-DETAIL                PIC X(76).
       01 WS-SUM-TBL.
           05 WS-SUM OCCURS 10 TIMES.
               10 WS-SUM-CODE      PIC X(08).
               10 WS-SUM-CNT       PIC 9(06).
               10 WS-SUM-STATE     PIC X(11).
       77 WS-SUM-TBL-SIZE          PIC 9(02) VALUE 0.
       77 WS-SUM-IDX               PIC 9(02).
       77 WS-TOTAL-CNT             PIC 9(07) VALUE 0.

       01 WS-SUM-LINE.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 WS-SL-CODE           PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-SL-CNT            PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-SL-STATE          PIC X(11).

       PROCEDURE DIVISION.
           OPEN OUTPUT CHECK-REPORT-OUTPUT.
           MOVE "*** CROSS-FILE INTEGRITY CHECK ***" TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

           PERFORM 0100-LOAD-ORDERS-BEGIN
              THRU 0100-LOAD-ORDERS-END.
           PERFORM 0110-LOAD-CLIENTS-BEGIN
              THRU 0110-LOAD-CLIENTS-END.
           PERFORM 0120-LOAD-SUPPLIERS-BEGIN
              THRU 0120-LOAD-SUPPLIERS-END.
           PERFORM 0130-LOAD-BROKERS-BEGIN
              THRU 0130-LOAD-BROKERS-END.
           PERFORM 0140-LOAD-ROSTER-BEGIN
              THRU 0140-LOAD-ROSTER-END.

           PERFORM 0300-ORDER-LINES-BEGIN
              THRU 0300-ORDER-LINES-END.
           PERFORM 0310-BACKORDERS-BEGIN
              THRU 0310-BACKORDERS-END.
           PERFORM 0320-ORDER-CLIENTS-BEGIN
              THRU 0320-ORDER-CLIENTS-END.
           PERFORM 0330-ITEM-SUPPLIERS-BEGIN
              THRU 0330-ITEM-SUPPLIERS-END.
           PERFORM 0340-POLICY-CLIENTS-BEGIN
              THRU 0340-POLICY-CLIENTS-END.
           PERFORM 0350-POLICY-BROKERS-BEGIN
              THRU 0350-POLICY-BROKERS-END.
           PERFORM 0360-ATTENDANCE-BEGIN
              THRU 0360-ATTENDANCE-END.

           PERFORM 0900-SUMMARY-BEGIN
              THRU 0900-SUMMARY-END.
           CLOSE CHECK-REPORT-OUTPUT.

           IF WS-TOTAL-CNT > 0 THEN
               DISPLAY WS-TOTAL-CNT " broken link(s) between files - "
                   "see output/integrity-report.txt."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "No broken link between files."
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0100-LOAD-ORDERS-BEGIN.
           MOVE SPACES TO WS-ORD-TBL.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDERS-INPUT.
           IF NOT WS-ORD-STATUS-OK THEN
               GO TO 0100-LOAD-ORDERS-END
           END-IF.
           MOVE 1 TO WS-ORD-LOADED.
           PERFORM UNTIL WS-EOF-TRUE
               READ ORDERS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF ORD-IN-ID IS NUMERIC AND ORD-IN-ID > 0 THEN
                           MOVE "Y" TO WS-ORD-HERE(ORD-IN-ID)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDERS-INPUT.
       0100-LOAD-ORDERS-END.

       0110-LOAD-CLIENTS-BEGIN.
           MOVE SPACES TO WS-CLI-TBL.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLIENTS-INPUT.
           IF NOT WS-CLI-STATUS-OK THEN
               GO TO 0110-LOAD-CLIENTS-END
           END-IF.
           MOVE 1 TO WS-CLI-LOADED.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLIENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF CLI-M-ID IS NUMERIC AND CLI-M-ID > 0 THEN
                           IF CLI-M-STATUS EQUAL "I" THEN
                               MOVE "I" TO WS-CLI-HERE(CLI-M-ID)
                           ELSE
                               MOVE "A" TO WS-CLI-HERE(CLI-M-ID)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTS-INPUT.
       0110-LOAD-CLIENTS-END.

       0120-LOAD-SUPPLIERS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SUPPLIER-INPUT.
           IF NOT WS-SUP-STATUS-OK THEN
               GO TO 0120-LOAD-SUPPLIERS-END
           END-IF.
           MOVE 1 TO WS-SUP-LOADED.
           PERFORM UNTIL WS-EOF-TRUE
               READ SUPPLIER-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-SUP-TBL-SIZE < 500 THEN
                           ADD 1 TO WS-SUP-TBL-SIZE
                           MOVE SUP-CODE
                               TO WS-SUP-CODE(WS-SUP-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPPLIER-INPUT.
       0120-LOAD-SUPPLIERS-END.

       0130-LOAD-BROKERS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT BROKER-INPUT.
           IF NOT WS-BRK-STATUS-OK THEN
               GO TO 0130-LOAD-BROKERS-END
           END-IF.
           MOVE 1 TO WS-BRK-LOADED.
           PERFORM UNTIL WS-EOF-TRUE
               READ BROKER-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-BRK-TBL-SIZE < 500 THEN
                           ADD 1 TO WS-BRK-TBL-SIZE
                           MOVE BRK-CODE
                               TO WS-BRK-CODE(WS-BRK-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BROKER-INPUT.
       0130-LOAD-BROKERS-END.

       0140-LOAD-ROSTER-BEGIN.
           MOVE SPACES TO WS-ROS-ID-TBL.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ROSTER-INPUT.
           IF NOT WS-ROS-STATUS-OK THEN
               GO TO 0140-LOAD-ROSTER-END
           END-IF.
           MOVE 1 TO WS-ROS-LOADED.
           PERFORM UNTIL WS-EOF-TRUE
               READ ROSTER-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF F-STUDENT-ID-OUT IS NUMERIC AND
                          F-STUDENT-ID-OUT > 0 THEN
                           MOVE "Y" TO WS-ROS-ID-HERE(F-STUDENT-ID-OUT)
                       END-IF
                       IF WS-ROS-TBL-SIZE < 1000 THEN
                           ADD 1 TO WS-ROS-TBL-SIZE
                           MOVE F-CLASS-NAME-OUT
                               TO WS-ROS-NAME-CLASS(WS-ROS-TBL-SIZE)
                           MOVE F-STUDENT-NAME-OUT
                               TO WS-ROS-NAME-NAME(WS-ROS-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROSTER-INPUT.
       0140-LOAD-ROSTER-END.

      * Order lines whose order is no longer in num-commandes : a
      * dropped or repaired order that left its lines behind.
       0300-ORDER-LINES-BEGIN.
           MOVE "ORDLINE" TO WS-RULE-CODE.
           MOVE "Order lines whose order is gone from num-commandes"
               TO WS-RULE-DESC.
           PERFORM 0800-RULE-HEAD-BEGIN
              THRU 0800-RULE-HEAD-END.
           IF WS-ORD-LOADED EQUAL 0 THEN
               MOVE "data/num-commandes.txt" TO WS-DETAIL
               PERFORM 0830-RULE-SKIPPED-BEGIN
                  THRU 0830-RULE-SKIPPED-END
               GO TO 0300-ORDER-LINES-END
           END-IF.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDER-LINES-INPUT.
           IF WS-LIN-STATUS-OK THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ ORDER-LINES-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           IF LIN-ORD-ID NOT NUMERIC OR
                              LIN-ORD-ID EQUAL 0 THEN
                               MOVE SPACES TO WS-DETAIL
                               STRING "line " LIN-RECORD
                                   " : no order number"
                                   DELIMITED BY SIZE INTO WS-DETAIL
                               PERFORM 0810-VIOLATION-BEGIN
                                  THRU 0810-VIOLATION-END
                           ELSE
                               IF WS-ORD-HERE(LIN-ORD-ID) EQUAL SPACE
                                  THEN
                                   MOVE SPACES TO WS-DETAIL
                                   STRING "order " LIN-ORD-ID
                                       " item " LIN-ITEM-NAME
                                       " qty " LIN-QTY
                                       DELIMITED BY SIZE INTO WS-DETAIL
                                   PERFORM 0810-VIOLATION-BEGIN
                                      THRU 0810-VIOLATION-END
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-LINES-INPUT
           END-IF.
           PERFORM 0820-RULE-FOOT-BEGIN
              THRU 0820-RULE-FOOT-END.
       0300-ORDER-LINES-END.

      * Backorders still queued for an order that was dropped :
      * goodsrcv would otherwise release stock to nobody.
       0310-BACKORDERS-BEGIN.
           MOVE "BACKORD" TO WS-RULE-CODE.
           MOVE "Backorders queued for an order that is gone"
               TO WS-RULE-DESC.
           PERFORM 0800-RULE-HEAD-BEGIN
              THRU 0800-RULE-HEAD-END.
           IF WS-ORD-LOADED EQUAL 0 THEN
               MOVE "data/num-commandes.txt" TO WS-DETAIL
               PERFORM 0830-RULE-SKIPPED-BEGIN
                  THRU 0830-RULE-SKIPPED-END
               GO TO 0310-BACKORDERS-END
           END-IF.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT BACKORDER-INPUT.
           IF WS-BKO-STATUS-OK THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ BACKORDER-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           MOVE 0 TO WS-FOUND
                           IF BKO-ORD-ID IS NUMERIC AND
                              BKO-ORD-ID > 0 THEN
                               IF WS-ORD-HERE(BKO-ORD-ID) NOT EQUAL
                                  SPACE THEN
                                   SET WS-FOUND-TRUE TO TRUE
                               END-IF
                           END-IF
                           IF WS-FOUND-FALSE THEN
                               MOVE SPACES TO WS-DETAIL
                               STRING "order " BKO-ORD-ID
                                   " client " BKO-CLI-ID
                                   " item " BKO-ITEM-NAME
                                   " qty " BKO-QTY
                                   " since " BKO-DATE
                                   DELIMITED BY SIZE INTO WS-DETAIL
                               PERFORM 0810-VIOLATION-BEGIN
                                  THRU 0810-VIOLATION-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKORDER-INPUT
           END-IF.
           PERFORM 0820-RULE-FOOT-BEGIN
              THRU 0820-RULE-FOOT-END.
       0310-BACKORDERS-END.

      * Orders raised against a client ID the client master does not
      * hold at all (a deactivated client keeps their history).
       0320-ORDER-CLIENTS-BEGIN.
           MOVE "ORDCLI" TO WS-RULE-CODE.
           MOVE "Orders for a client the client master does not hold"
               TO WS-RULE-DESC.
           PERFORM 0800-RULE-HEAD-BEGIN
              THRU 0800-RULE-HEAD-END.
           IF WS-CLI-LOADED EQUAL 0 OR WS-ORD-LOADED EQUAL 0 THEN
               MOVE "data/clients.txt or data/num-commandes.txt"
                   TO WS-DETAIL
               PERFORM 0830-RULE-SKIPPED-BEGIN
                  THRU 0830-RULE-SKIPPED-END
               GO TO 0320-ORDER-CLIENTS-END
           END-IF.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDERS-INPUT.
           PERFORM UNTIL WS-EOF-TRUE
               READ ORDERS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       MOVE 0 TO WS-FOUND
                       IF ORD-IN-CLI-ID IS NUMERIC AND
                          ORD-IN-CLI-ID > 0 THEN
                           IF WS-CLI-HERE(ORD-IN-CLI-ID) NOT EQUAL
                              SPACE THEN
                               SET WS-FOUND-TRUE TO TRUE
                           END-IF
                       END-IF
                       IF WS-FOUND-FALSE THEN
                           MOVE SPACES TO WS-DETAIL
                           STRING "order " ORD-IN-ID
                               " client " ORD-IN-CLI-ID
                               " dated " ORD-IN-DATE
                               DELIMITED BY SIZE INTO WS-DETAIL
                           PERFORM 0810-VIOLATION-BEGIN
                              THRU 0810-VIOLATION-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDERS-INPUT.
           PERFORM 0820-RULE-FOOT-BEGIN
              THRU 0820-RULE-FOOT-END.
       0320-ORDER-CLIENTS-END.

      * Items naming a supplier code fournisseurs.txt does not have :
      * outofsto would head a purchase order to nobody. A blank code
      * is an item nobody reorders, not a broken link.
       0330-ITEM-SUPPLIERS-BEGIN.
           MOVE "ITEMSUPP" TO WS-RULE-CODE.
           MOVE "Items whose supplier code is not in fournisseurs"
               TO WS-RULE-DESC.
           PERFORM 0800-RULE-HEAD-BEGIN
              THRU 0800-RULE-HEAD-END.
           IF WS-SUP-LOADED EQUAL 0 THEN
               MOVE "data/fournisseurs.txt" TO WS-DETAIL
               PERFORM 0830-RULE-SKIPPED-BEGIN
                  THRU 0830-RULE-SKIPPED-END
               GO TO 0330-ITEM-SUPPLIERS-END
           END-IF.
           SET WS-EOF-FALSE TO TRUE.
           MOVE 1 TO WS-FIRST-RECORD.
           OPEN INPUT INVENTORY-INPUT.
           IF WS-INV-STATUS-OK THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ INVENTORY-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
      * The first record is the control total, not an item.
                           IF WS-FIRST-RECORD EQUAL 1 THEN
                               MOVE 0 TO WS-FIRST-RECORD
                           ELSE
                               PERFORM 0335-ONE-ITEM-BEGIN
                                  THRU 0335-ONE-ITEM-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVENTORY-INPUT
           END-IF.
           PERFORM 0820-RULE-FOOT-BEGIN
              THRU 0820-RULE-FOOT-END.
       0330-ITEM-SUPPLIERS-END.

       0335-ONE-ITEM-BEGIN.
           IF ITEM-SUPPLIER-CODE EQUAL SPACE THEN
               GO TO 0335-ONE-ITEM-END
           END-IF.
           SET WS-FOUND-FALSE TO TRUE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SUP-TBL-SIZE OR WS-FOUND-TRUE
               IF WS-SUP-CODE(WS-IDX) EQUAL ITEM-SUPPLIER-CODE THEN
                   SET WS-FOUND-TRUE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND-FALSE THEN
               MOVE SPACES TO WS-DETAIL
               STRING "item " ITEM-NAME " supplier "
                   ITEM-SUPPLIER-CODE
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM 0810-VIOLATION-BEGIN
                  THRU 0810-VIOLATION-END
           END-IF.
       0335-ONE-ITEM-END.

      * Policies still linked to a client climaint deactivated, or to
      * a client ID that is on no row of the master.
       0340-POLICY-CLIENTS-BEGIN.
           MOVE "POLCLI" TO WS-RULE-CODE.
           MOVE "Policies linked to a deactivated or unknown client"
               TO WS-RULE-DESC.
           PERFORM 0800-RULE-HEAD-BEGIN
              THRU 0800-RULE-HEAD-END.
           IF WS-CLI-LOADED EQUAL 0 THEN
               MOVE "data/clients.txt" TO WS-DETAIL
               PERFORM 0830-RULE-SKIPPED-BEGIN
                  THRU 0830-RULE-SKIPPED-END
               GO TO 0340-POLICY-CLIENTS-END
           END-IF.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT POLICY-CLIENT-INPUT.
           IF WS-PCL-STATUS-OK THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ POLICY-CLIENT-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           PERFORM 0345-ONE-POLICY-BEGIN
                              THRU 0345-ONE-POLICY-END
                   END-READ
               END-PERFORM
               CLOSE POLICY-CLIENT-INPUT
           END-IF.
           PERFORM 0820-RULE-FOOT-BEGIN
              THRU 0820-RULE-FOOT-END.
       0340-POLICY-CLIENTS-END.

       0345-ONE-POLICY-BEGIN.
           MOVE SPACES TO WS-DETAIL.
           IF PCL-CLI-ID NOT NUMERIC OR PCL-CLI-ID EQUAL 0 THEN
               STRING "policy " PCL-CODE " : no client ID"
                   DELIMITED BY SIZE INTO WS-DETAIL
           ELSE
               EVALUATE WS-CLI-HERE(PCL-CLI-ID)
                   WHEN "A"
                       CONTINUE
                   WHEN "I"
                       STRING "policy " PCL-CODE " client "
                           PCL-CLI-ID " deactivated"
                           DELIMITED BY SIZE INTO WS-DETAIL
                   WHEN OTHER
                       STRING "policy " PCL-CODE " client "
                           PCL-CLI-ID " not on the client master"
                           DELIMITED BY SIZE INTO WS-DETAIL
               END-EVALUATE
           END-IF.
           IF WS-DETAIL NOT EQUAL SPACE THEN
               PERFORM 0810-VIOLATION-BEGIN
                  THRU 0810-VIOLATION-END
           END-IF.
       0345-ONE-POLICY-END.

       0350-POLICY-BROKERS-BEGIN.
           MOVE "POLBRK" TO WS-RULE-CODE.
           MOVE "Policy broker codes that are not in courtiers"
               TO WS-RULE-DESC.
           PERFORM 0800-RULE-HEAD-BEGIN
              THRU 0800-RULE-HEAD-END.
           IF WS-BRK-LOADED EQUAL 0 THEN
               MOVE "data/courtiers.txt" TO WS-DETAIL
               PERFORM 0830-RULE-SKIPPED-BEGIN
                  THRU 0830-RULE-SKIPPED-END
               GO TO 0350-POLICY-BROKERS-END
           END-IF.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT XREF-INPUT.
           IF WS-XRF-STATUS-OK THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ XREF-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           SET WS-FOUND-FALSE TO TRUE
                           PERFORM VARYING WS-IDX FROM 1 BY 1
                                   UNTIL WS-IDX > WS-BRK-TBL-SIZE
                                      OR WS-FOUND-TRUE
                               IF WS-BRK-CODE(WS-IDX) EQUAL XRF-BROKER
                                  THEN
                                   SET WS-FOUND-TRUE TO TRUE
                               END-IF
                           END-PERFORM
                           IF WS-FOUND-FALSE THEN
                               MOVE SPACES TO WS-DETAIL
                               STRING "policy " XRF-CODE " broker "
                                   XRF-BROKER
                                   DELIMITED BY SIZE INTO WS-DETAIL
                               PERFORM 0810-VIOLATION-BEGIN
                                  THRU 0810-VIOLATION-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-INPUT
           END-IF.
           PERFORM 0820-RULE-FOOT-BEGIN
              THRU 0820-RULE-FOOT-END.
       0350-POLICY-BROKERS-END.

      * Attendance marks for a student no longer on the roster : by
      * ID, or by class and name for rows from before the ID column.
       0360-ATTENDANCE-BEGIN.
           MOVE "ATTSTUD" TO WS-RULE-CODE.
           MOVE "Attendance rows for a student no longer on the roster"
               TO WS-RULE-DESC.
           PERFORM 0800-RULE-HEAD-BEGIN
              THRU 0800-RULE-HEAD-END.
           IF WS-ROS-LOADED EQUAL 0 THEN
               MOVE "output/classtud-roster.txt" TO WS-DETAIL
               PERFORM 0830-RULE-SKIPPED-BEGIN
                  THRU 0830-RULE-SKIPPED-END
               GO TO 0360-ATTENDANCE-END
           END-IF.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ATTENDANCE-INPUT.
           IF WS-ATT-STATUS-OK THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ ATTENDANCE-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           PERFORM 0365-ONE-MARK-BEGIN
                              THRU 0365-ONE-MARK-END
                   END-READ
               END-PERFORM
               CLOSE ATTENDANCE-INPUT
           END-IF.
           PERFORM 0820-RULE-FOOT-BEGIN
              THRU 0820-RULE-FOOT-END.
       0360-ATTENDANCE-END.

       0365-ONE-MARK-BEGIN.
           SET WS-FOUND-FALSE TO TRUE.
           IF ATT-STUD-ID IS NUMERIC AND ATT-STUD-ID > 0 THEN
               IF WS-ROS-ID-HERE(ATT-STUD-ID) EQUAL "Y" THEN
                   SET WS-FOUND-TRUE TO TRUE
               END-IF
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-ROS-TBL-SIZE OR WS-FOUND-TRUE
                   IF WS-ROS-NAME-CLASS(WS-IDX) EQUAL ATT-CLASS AND
                      WS-ROS-NAME-NAME(WS-IDX) EQUAL ATT-NAME THEN
                       SET WS-FOUND-TRUE TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-FOUND-FALSE THEN
               MOVE SPACES TO WS-DETAIL
               STRING ATT-DATE " class " ATT-CLASS " " ATT-NAME
                   " ID " ATT-STUD-ID
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM 0810-VIOLATION-BEGIN
                  THRU 0810-VIOLATION-END
           END-IF.
       0365-ONE-MARK-END.

       0800-RULE-HEAD-BEGIN.
           MOVE 0 TO WS-RULE-CNT.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACES TO RPT-OUT-RCD.
           STRING "RULE " WS-RULE-CODE " - " WS-RULE-DESC
               DELIMITED BY SIZE INTO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
       0800-RULE-HEAD-END.

       0810-VIOLATION-BEGIN.
           ADD 1 TO WS-RULE-CNT.
           IF WS-RULE-CNT <= WS-LIST-MAX THEN
               MOVE SPACES TO RPT-OUT-RCD
               STRING "    " WS-DETAIL DELIMITED BY SIZE
                   INTO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-IF.
       0810-VIOLATION-END.

       0820-RULE-FOOT-BEGIN.
           MOVE SPACES TO RPT-OUT-RCD.
           IF WS-RULE-CNT > WS-LIST-MAX THEN
               STRING "    ... only the first " WS-LIST-MAX
                   " listed." DELIMITED BY SIZE INTO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
               MOVE SPACES TO RPT-OUT-RCD
           END-IF.
           STRING "  " WS-RULE-CNT " broken link(s)."
               DELIMITED BY SIZE INTO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           ADD WS-RULE-CNT TO WS-TOTAL-CNT.
           ADD 1 TO WS-SUM-TBL-SIZE.
           MOVE WS-RULE-CODE TO WS-SUM-CODE(WS-SUM-TBL-SIZE).
           MOVE WS-RULE-CNT TO WS-SUM-CNT(WS-SUM-TBL-SIZE).
           IF WS-RULE-CNT > 0 THEN
               MOVE "BROKEN" TO WS-SUM-STATE(WS-SUM-TBL-SIZE)
           ELSE
               MOVE "clean" TO WS-SUM-STATE(WS-SUM-TBL-SIZE)
           END-IF.
       0820-RULE-FOOT-END.

      * A master that is not there leaves the rule unchecked : said
      * in the report, not counted as a broken link.
       0830-RULE-SKIPPED-BEGIN.
           MOVE SPACES TO RPT-OUT-RCD.
           STRING "  not checked - " DELIMITED BY SIZE
               WS-DETAIL DELIMITED BY "  "
               " will not open." DELIMITED BY SIZE INTO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           ADD 1 TO WS-SUM-TBL-SIZE.
           MOVE WS-RULE-CODE TO WS-SUM-CODE(WS-SUM-TBL-SIZE).
           MOVE 0 TO WS-SUM-CNT(WS-SUM-TBL-SIZE).
           MOVE "not checked" TO WS-SUM-STATE(WS-SUM-TBL-SIZE).
       0830-RULE-SKIPPED-END.

       0900-SUMMARY-BEGIN.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Summary by rule :" TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUM-TBL-SIZE
               MOVE WS-SUM-CODE(WS-SUM-IDX) TO WS-SL-CODE
               MOVE WS-SUM-CNT(WS-SUM-IDX) TO WS-SL-CNT
               MOVE WS-SUM-STATE(WS-SUM-IDX) TO WS-SL-STATE
               MOVE WS-SUM-LINE TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-PERFORM.
           MOVE SPACES TO RPT-OUT-RCD.
           STRING "  Total broken links : " WS-TOTAL-CNT
               DELIMITED BY SIZE INTO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
       0900-SUMMARY-END.
