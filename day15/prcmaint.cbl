               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRC-STATUS.

      * Price changes prcsim.cbl has already simulated, worked out to
      * catalogue rows : LOAD appends them once they are signed off.
           SELECT PROPOSED-INPUT
               ASSIGN TO "output/prix-proposes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRICE-CAT-FILE.
           05 FILLER               PIC X(01).
           05 PRC-PRICE            PIC 9(04).

       FD PROPOSED-INPUT.
       01 PRO-RECORD.
           05 PRO-ITEM-NAME        PIC X(10).
           05 FILLER               PIC X(01).
           05 PRO-EFF-DATE         PIC 9(08).
           05 FILLER               PIC X(01).
           05 PRO-PRICE            PIC 9(04).

       WORKING-STORAGE SECTION.
       01 WS-PRC-STATUS               PIC X(02).
           88 WS-PRC-STATUS-OK                  VALUE "00".
       01 WS-PRO-STATUS               PIC X(02).
           88 WS-PRO-STATUS-OK                  VALUE "00".
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.
       77 WS-ENTRY-PRICE              PIC 9(04).
       77 WS-ROWS-ADDED               PIC 9(03) VALUE 0.
       77 WS-ROWS-LISTED              PIC 9(03) VALUE 0.
       77 WS-ROWS-PROPOSED            PIC 9(03) VALUE 0.
       77 WS-ROWS-REFUSED             PIC 9(03) VALUE 0.
       77 WS-RUN-DATE                 PIC 9(08).
       77 WS-CONFIRM                  PIC X(01).
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE SPACE TO WS-COMMAND.
           PERFORM UNTIL WS-COMMAND EQUAL "QUIT"
               DISPLAY "Type ADD (new effective-dated price) / "
                   "LOAD (signed-off prcsim proposals) / LIST / QUIT."
               ACCEPT WS-COMMAND
               EVALUATE WS-COMMAND
                   WHEN "ADD"
                       PERFORM 0100-ADD-PRICE-BEGIN
                          THRU 0100-ADD-PRICE-END
                   WHEN "LOAD"
                       PERFORM 0300-LOAD-PROPOSED-BEGIN
                          THRU 0300-LOAD-PROPOSED-END
                   WHEN "LIST"
                       PERFORM 0200-LIST-BEGIN
                          THRU 0200-LIST-END
           CLOSE PRICE-CAT-FILE.
           DISPLAY WS-ROWS-LISTED " row(s).".
       0200-LIST-END.

      * The rows are shown first and loaded only on a Y, all or none.
      * Each is checked again as ADD would check it, and must still
      * lie in the future : a proposal left lying past its date would
      * otherwise reprice orders already keyed. The file is emptied
      * once loaded so the same proposals cannot go in twice.
       0300-LOAD-PROPOSED-BEGIN.
           MOVE 0 TO WS-ROWS-PROPOSED.
           MOVE 0 TO WS-ROWS-REFUSED.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PROPOSED-INPUT.
           IF NOT WS-PRO-STATUS-OK THEN
               DISPLAY "No output/prix-proposes.txt - run prcsim "
                   "first."
               GO TO 0300-LOAD-PROPOSED-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ PROPOSED-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       PERFORM 0310-CHECK-PROPOSED-BEGIN
                          THRU 0310-CHECK-PROPOSED-END
                       IF WS-RETURN-OK THEN
                           DISPLAY PRO-ITEM-NAME " from "
                               PRO-EFF-DATE " : " PRO-PRICE
                           ADD 1 TO WS-ROWS-PROPOSED
                       ELSE
                           DISPLAY PRO-ITEM-NAME " from "
                               PRO-EFF-DATE " : " PRO-PRICE
                               " - refused, date or price no good."
                           ADD 1 TO WS-ROWS-REFUSED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROPOSED-INPUT.
           IF WS-ROWS-PROPOSED EQUAL 0 THEN
               DISPLAY "Nothing to load."
               GO TO 0300-LOAD-PROPOSED-END
           END-IF.
           DISPLAY "Append these " WS-ROWS-PROPOSED " row(s) to "
               "the catalogue (Y/N) : " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT EQUAL "Y" AND WS-CONFIRM NOT EQUAL "y"
              THEN
               DISPLAY "Nothing loaded."
               GO TO 0300-LOAD-PROPOSED-END
           END-IF.

           OPEN EXTEND PRICE-CAT-FILE.
           IF NOT WS-PRC-STATUS-OK THEN
               OPEN OUTPUT PRICE-CAT-FILE
           END-IF.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PROPOSED-INPUT.
           PERFORM UNTIL WS-EOF-TRUE
               READ PROPOSED-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       PERFORM 0310-CHECK-PROPOSED-BEGIN
                          THRU 0310-CHECK-PROPOSED-END
                       IF WS-RETURN-OK THEN
                           MOVE SPACES TO PRC-RECORD
                           MOVE PRO-ITEM-NAME TO PRC-ITEM-NAME
                           MOVE PRO-EFF-DATE  TO PRC-EFF-DATE
                           MOVE PRO-PRICE     TO PRC-PRICE
                           WRITE PRC-RECORD
                           ADD 1 TO WS-ROWS-ADDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROPOSED-INPUT.
           CLOSE PRICE-CAT-FILE.
           OPEN OUTPUT PROPOSED-INPUT.
           CLOSE PROPOSED-INPUT.
           DISPLAY WS-ROWS-PROPOSED " proposed price row(s) loaded.".
       0300-LOAD-PROPOSED-END.

       0310-CHECK-PROPOSED-BEGIN.
           MOVE 99 TO WS-RETURN-VALUE.
           IF PRO-ITEM-NAME EQUAL SPACE OR
              PRO-PRICE IS NOT NUMERIC OR PRO-PRICE EQUAL 0 OR
              PRO-EFF-DATE IS NOT NUMERIC OR
              PRO-EFF-DATE <= WS-RUN-DATE THEN
               GO TO 0310-CHECK-PROPOSED-END
           END-IF.
           CALL "datechk" USING PRO-EFF-DATE WS-RETURN-VALUE
           END-CALL.
       0310-CHECK-PROPOSED-END.
