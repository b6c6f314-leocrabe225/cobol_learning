               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PST-STATUS.

      * Kit definitions : a kit sold leaves the shelves as its
      * components, so those are what the ledger issues.
           SELECT KIT-INPUT
               ASSIGN TO "data/kits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KIT-STATUS.

       DATA DIVISION.
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

       FD POSTED-FILE.
       01 PST-RECORD.
           05 PST-ORD-ID           PIC 9(05).

       FD KIT-INPUT.
       COPY kitrcd.

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-MVT-STATUS-OK                  VALUE "00".
       01 WS-PST-STATUS               PIC X(02).
           88 WS-PST-STATUS-OK                  VALUE "00".
       01 WS-KIT-STATUS               PIC X(02).
           88 WS-KIT-STATUS-OK                  VALUE "00".

       77 WS-IDX                      PIC 9(05).

      * Order ID to date lookup; a line whose order is missing or a
      * credit note is skipped and counted out loud.
       77 WS-ORD-TBL-SIZE             PIC 9(05) VALUE 0.
       77 WS-ORD-TBL-MAX              PIC 9(05) VALUE 99999.
       01 WS-ORD-TBL.
           05 WS-ORD OCCURS 1 TO 99999 TIMES
                   DEPENDING ON WS-ORD-TBL-SIZE.
               10 WS-ORD-ID           PIC 9(05).
               10 WS-ORD-DATE         PIC 9(08).
               10 WS-ORD-TYPE         PIC X(01).
       77 WS-ORD-FOUND-IDX            PIC 9(05).

      * Order IDs already issued on a previous run.
       77 WS-PST-TBL-SIZE             PIC 9(05) VALUE 0.
       01 WS-PST-TBL.
           05 WS-PST-ID               PIC 9(05) OCCURS 99999 TIMES.
       77 WS-PST-FOUND                PIC 9(01).
           88 WS-PST-FOUND-TRUE                 VALUE 1.
           88 WS-PST-FOUND-FALSE                VALUE 0.

      * Order IDs issued this run, appended to the marker file once
      * the ledger rows are safely written.
       77 WS-NEW-TBL-SIZE             PIC 9(05) VALUE 0.
       01 WS-NEW-TBL.
           05 WS-NEW-ID               PIC 9(05) OCCURS 99999 TIMES.

      * Every kit component row, in file order.
       77 WS-KIT-TBL-SIZE             PIC 9(03) VALUE 0.
       01 WS-KIT-TBL.
           05 WS-KIT OCCURS 300 TIMES.
               10 WS-KIT-ITEM         PIC X(10).
               10 WS-KIT-COMP         PIC X(10).
               10 WS-KIT-QTY          PIC 9(03).
       77 WS-KIT-IDX                  PIC 9(03).
       77 WS-KIT-FOUND                PIC 9(01).
           88 WS-KIT-FOUND-TRUE                 VALUE 1.
           88 WS-KIT-FOUND-FALSE                VALUE 0.
       77 WS-COMP-QTY                 PIC 9(06).

       77 WS-LINES-READ               PIC 9(05) VALUE 0.
       77 WS-ISSUES-WRITTEN           PIC 9(05) VALUE 0.
       77 WS-ORPHAN-LINES             PIC 9(05) VALUE 0.
       01 WS-MVT-REF-BUILD.
           05 FILLER                  PIC X(04) VALUE "ORD-".
           05 WS-REF-ORD-ID           PIC 9(05).
           05 FILLER                  PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
           PERFORM 0100-LOAD-ORDERS-BEGIN
           PERFORM 0200-LOAD-POSTED-BEGIN
              THRU 0200-LOAD-POSTED-END.

           PERFORM 0250-LOAD-KITS-BEGIN
              THRU 0250-LOAD-KITS-END.

           PERFORM 0300-ISSUE-LINES-BEGIN
              THRU 0300-ISSUE-LINES-END.

                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-PST-TBL-SIZE < 99999 THEN
                           ADD 1 TO WS-PST-TBL-SIZE
                           MOVE PST-ORD-ID
                               TO WS-PST-ID(WS-PST-TBL-SIZE)
           CLOSE POSTED-FILE.
       0200-LOAD-POSTED-END.

      * No kit file simply means no item is a kit.
       0250-LOAD-KITS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT KIT-INPUT.
           IF NOT WS-KIT-STATUS-OK THEN
               GO TO 0250-LOAD-KITS-END
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
       0250-LOAD-KITS-END.

       0300-ISSUE-LINES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDER-LINES-INPUT.
               GO TO 0310-ONE-LINE-END
           END-IF.

           SET WS-KIT-FOUND-FALSE TO TRUE.
           PERFORM VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-TBL-SIZE
               IF WS-KIT-ITEM(WS-KIT-IDX) EQUAL LIN-ITEM-NAME THEN
                   SET WS-KIT-FOUND-TRUE TO TRUE
                   PERFORM 0315-ISSUE-COMPONENT-BEGIN
                      THRU 0315-ISSUE-COMPONENT-END
               END-IF
           END-PERFORM.

           IF WS-KIT-FOUND-FALSE THEN
               MOVE SPACE TO MVT-RECORD
               MOVE "I" TO MVT-TYPE
               MOVE LIN-ITEM-NAME TO MVT-ITEM-NAME
               MOVE "-" TO MVT-SIGN
               MOVE LIN-QTY TO MVT-QTY
               MOVE WS-ORD-DATE(WS-ORD-FOUND-IDX) TO MVT-DATE
               MOVE LIN-ORD-ID TO WS-REF-ORD-ID
               MOVE WS-MVT-REF-BUILD TO MVT-REF
               WRITE MVT-RECORD
               ADD 1 TO WS-ISSUES-WRITTEN
           END-IF.

           PERFORM 0320-MARK-ORDER-BEGIN
              THRU 0320-MARK-ORDER-END.
       0310-ONE-LINE-END.

      * One "I" row per component of a kit line, for the line
      * quantity times what one kit takes, under the same order
      * reference as a plain line would carry.
       0315-ISSUE-COMPONENT-BEGIN.
           COMPUTE WS-COMP-QTY = LIN-QTY * WS-KIT-QTY(WS-KIT-IDX).
           IF WS-COMP-QTY > 99999 THEN
               DISPLAY "*** WARNING *** order " LIN-ORD-ID " kit "
                   LIN-ITEM-NAME " needs more " WS-KIT-COMP(WS-KIT-IDX)
                   " than one ledger row holds - capped at 99999."
               MOVE 99999 TO WS-COMP-QTY
           END-IF.
           MOVE SPACE TO MVT-RECORD.
           MOVE "I" TO MVT-TYPE.
           MOVE WS-KIT-COMP(WS-KIT-IDX) TO MVT-ITEM-NAME.
           MOVE "-" TO MVT-SIGN.
           MOVE WS-COMP-QTY TO MVT-QTY.
           MOVE WS-ORD-DATE(WS-ORD-FOUND-IDX) TO MVT-DATE.
           MOVE LIN-ORD-ID TO WS-REF-ORD-ID.
           MOVE WS-MVT-REF-BUILD TO MVT-REF.
           WRITE MVT-RECORD.
           ADD 1 TO WS-ISSUES-WRITTEN.
       0315-ISSUE-COMPONENT-END.

       0320-MARK-ORDER-BEGIN.
           SET WS-PST-FOUND-FALSE TO TRUE.
                   SET WS-PST-FOUND-TRUE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-PST-FOUND-FALSE AND WS-NEW-TBL-SIZE < 99999 THEN
               ADD 1 TO WS-NEW-TBL-SIZE
               MOVE LIN-ORD-ID TO WS-NEW-ID(WS-NEW-TBL-SIZE)
           END-IF.
