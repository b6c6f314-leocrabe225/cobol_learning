       IDENTIFICATION DIVISION.
       PROGRAM-ID. feemaint.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

      * Keeps the school fee schedule data/frais-scolarite.txt : one
      * row per class and term with the amount billed, the day it
      * falls due and the label printed on the invoice. feeinv.cbl
      * bills the roster from it, so a change of fees is made here
      * instead of in the old spreadsheet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE
               ASSIGN TO "data/frais-scolarite.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCHEDULE-FILE.
       COPY "copybooks/feercd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FEE-STATUS          PIC X(02).
           88 WS-FEE-STATUS-OK             VALUE "00".
       01 WS-EOF                 PIC 9(01).
           88 WS-EOF-TRUE                  VALUE 1.
           88 WS-EOF-FALSE                 VALUE 0.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       77 WS-FEE-TBL-SIZE        PIC 9(03) VALUE 0.
       01 WS-FEE-TBL.
           05 WS-FEE             OCCURS 200 TIMES.
               10 WS-FEE-CLASS   PIC X(03).
               10 WS-FEE-TERM    PIC X(06).
               10 WS-FEE-AMOUNT  PIC 9(05)V99.
               10 WS-FEE-DUE     PIC 9(08).
               10 WS-FEE-LABEL   PIC X(20).
       77 WS-IDX                 PIC 9(03).
       77 WS-FEE-FOUND-IDX       PIC 9(03).
       77 WS-CHANGED             PIC 9(01) VALUE 0.

       77 WS-COMMAND             PIC X(10).
       77 WS-ENTRY-CLASS         PIC X(03).
       77 WS-ENTRY-TERM          PIC X(06).
       77 WS-AMT-RAW             PIC X(10).
       77 WS-ENTRY-AMOUNT        PIC 9(05)V99.
       77 WS-ENTRY-DUE           PIC 9(08).
       77 WS-ENTRY-LABEL         PIC X(20).
       77 WS-ENTRY-OK            PIC 9(01).
           88 WS-ENTRY-OK-TRUE             VALUE 1.
           88 WS-ENTRY-OK-FALSE            VALUE 0.

       01 WS-LIST-LINE.
           05 WS-LIST-CLASS      PIC X(03).
           05 FILLER             PIC X(03) VALUE " | ".
           05 WS-LIST-TERM       PIC X(06).
           05 FILLER             PIC X(03) VALUE " | ".
           05 WS-LIST-AMOUNT     PIC ZZZZ9.99.
           05 FILLER             PIC X(08) VALUE " | due ".
           05 WS-LIST-DUE        PIC 9(08).
           05 FILLER             PIC X(03) VALUE " | ".
           05 WS-LIST-LABEL      PIC X(20).

       PROCEDURE DIVISION.
           PERFORM 0100-LOAD-SCHEDULE-BEGIN
              THRU 0100-LOAD-SCHEDULE-END.

           MOVE SPACE TO WS-COMMAND.
           PERFORM UNTIL WS-COMMAND EQUAL "QUIT"
               DISPLAY "Type ADD / AMEND / REMOVE / LIST / QUIT."
               ACCEPT WS-COMMAND
               EVALUATE WS-COMMAND
                   WHEN "ADD"
                       PERFORM 0200-ADD-FEE-BEGIN
                          THRU 0200-ADD-FEE-END
                   WHEN "AMEND"
                       PERFORM 0300-AMEND-FEE-BEGIN
                          THRU 0300-AMEND-FEE-END
                   WHEN "REMOVE"
                       PERFORM 0350-REMOVE-FEE-BEGIN
                          THRU 0350-REMOVE-FEE-END
                   WHEN "LIST"
                       PERFORM 0400-LIST-FEES-BEGIN
                          THRU 0400-LIST-FEES-END
                   WHEN "QUIT"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unrecognized command : " WS-COMMAND
               END-EVALUATE
           END-PERFORM.

           IF WS-CHANGED EQUAL 1 THEN
               PERFORM 0600-WRITE-SCHEDULE-BEGIN
                  THRU 0600-WRITE-SCHEDULE-END
           END-IF.

           GOBACK.

       0100-LOAD-SCHEDULE-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SCHEDULE-FILE.
           IF NOT WS-FEE-STATUS-OK THEN
               DISPLAY "No fee schedule yet - starting empty."
               GO TO 0100-LOAD-SCHEDULE-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ SCHEDULE-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-FEE-TBL-SIZE < 200 THEN
                           ADD 1 TO WS-FEE-TBL-SIZE
                           MOVE FEE-CLASS
                               TO WS-FEE-CLASS(WS-FEE-TBL-SIZE)
                           MOVE FEE-TERM
                               TO WS-FEE-TERM(WS-FEE-TBL-SIZE)
                           MOVE FEE-AMOUNT
                               TO WS-FEE-AMOUNT(WS-FEE-TBL-SIZE)
                           MOVE FEE-DUE-DATE
                               TO WS-FEE-DUE(WS-FEE-TBL-SIZE)
                           MOVE FEE-LABEL
                               TO WS-FEE-LABEL(WS-FEE-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCHEDULE-FILE.
       0100-LOAD-SCHEDULE-END.

       0200-ADD-FEE-BEGIN.
           IF WS-FEE-TBL-SIZE NOT < 200 THEN
               DISPLAY "Fee schedule full (200 rows)."
               GO TO 0200-ADD-FEE-END
           END-IF.
           PERFORM 0450-ENTER-KEY-BEGIN
              THRU 0450-ENTER-KEY-END.
           IF WS-ENTRY-CLASS EQUAL SPACE OR WS-ENTRY-TERM EQUAL SPACE
              THEN
               DISPLAY "Class and term are both needed."
               GO TO 0200-ADD-FEE-END
           END-IF.
           IF WS-FEE-FOUND-IDX > 0 THEN
               DISPLAY "Class " WS-ENTRY-CLASS " already has a fee for "
                   WS-ENTRY-TERM " - use AMEND."
               GO TO 0200-ADD-FEE-END
           END-IF.
           PERFORM 0550-ENTER-TERMS-BEGIN
              THRU 0550-ENTER-TERMS-END.
           IF WS-ENTRY-OK-FALSE THEN
               GO TO 0200-ADD-FEE-END
           END-IF.

           ADD 1 TO WS-FEE-TBL-SIZE.
           MOVE WS-ENTRY-CLASS TO WS-FEE-CLASS(WS-FEE-TBL-SIZE).
           MOVE WS-ENTRY-TERM TO WS-FEE-TERM(WS-FEE-TBL-SIZE).
           MOVE WS-ENTRY-AMOUNT TO WS-FEE-AMOUNT(WS-FEE-TBL-SIZE).
           MOVE WS-ENTRY-DUE TO WS-FEE-DUE(WS-FEE-TBL-SIZE).
           MOVE WS-ENTRY-LABEL TO WS-FEE-LABEL(WS-FEE-TBL-SIZE).
           MOVE 1 TO WS-CHANGED.
           DISPLAY "Fee for " WS-ENTRY-CLASS " " WS-ENTRY-TERM
               " added.".
       0200-ADD-FEE-END.

      * A new amount applies from the next invoicing run : invoices
      * already on the ledger are left as billed.
       0300-AMEND-FEE-BEGIN.
           PERFORM 0450-ENTER-KEY-BEGIN
              THRU 0450-ENTER-KEY-END.
           IF WS-FEE-FOUND-IDX EQUAL 0 THEN
               DISPLAY "No fee for class " WS-ENTRY-CLASS " term "
                   WS-ENTRY-TERM "."
               GO TO 0300-AMEND-FEE-END
           END-IF.
           PERFORM 0550-ENTER-TERMS-BEGIN
              THRU 0550-ENTER-TERMS-END.
           IF WS-ENTRY-OK-FALSE THEN
               GO TO 0300-AMEND-FEE-END
           END-IF.
           MOVE WS-ENTRY-AMOUNT TO WS-FEE-AMOUNT(WS-FEE-FOUND-IDX).
           MOVE WS-ENTRY-DUE TO WS-FEE-DUE(WS-FEE-FOUND-IDX).
           IF WS-ENTRY-LABEL NOT EQUAL SPACE THEN
               MOVE WS-ENTRY-LABEL TO WS-FEE-LABEL(WS-FEE-FOUND-IDX)
           END-IF.
           MOVE 1 TO WS-CHANGED.
           DISPLAY "Fee for " WS-ENTRY-CLASS " " WS-ENTRY-TERM
               " amended.".
       0300-AMEND-FEE-END.

       0350-REMOVE-FEE-BEGIN.
           PERFORM 0450-ENTER-KEY-BEGIN
              THRU 0450-ENTER-KEY-END.
           IF WS-FEE-FOUND-IDX EQUAL 0 THEN
               DISPLAY "No fee for class " WS-ENTRY-CLASS " term "
                   WS-ENTRY-TERM "."
               GO TO 0350-REMOVE-FEE-END
           END-IF.
           PERFORM VARYING WS-IDX FROM WS-FEE-FOUND-IDX BY 1
                   UNTIL WS-IDX >= WS-FEE-TBL-SIZE
               MOVE WS-FEE(WS-IDX + 1) TO WS-FEE(WS-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-FEE-TBL-SIZE.
           MOVE 1 TO WS-CHANGED.
           DISPLAY "Fee for " WS-ENTRY-CLASS " " WS-ENTRY-TERM
               " removed.".
       0350-REMOVE-FEE-END.

       0400-LIST-FEES-BEGIN.
           IF WS-FEE-TBL-SIZE EQUAL 0 THEN
               DISPLAY "No fees on file."
               GO TO 0400-LIST-FEES-END
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-FEE-TBL-SIZE
               MOVE WS-FEE-CLASS(WS-IDX) TO WS-LIST-CLASS
               MOVE WS-FEE-TERM(WS-IDX) TO WS-LIST-TERM
               MOVE WS-FEE-AMOUNT(WS-IDX) TO WS-LIST-AMOUNT
               MOVE WS-FEE-DUE(WS-IDX) TO WS-LIST-DUE
               MOVE WS-FEE-LABEL(WS-IDX) TO WS-LIST-LABEL
               DISPLAY WS-LIST-LINE
           END-PERFORM.
       0400-LIST-FEES-END.

       0450-ENTER-KEY-BEGIN.
           DISPLAY "Class : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CLASS.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CLASS) TO WS-ENTRY-CLASS.
           DISPLAY "Term (e.g. 2026T1) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-TERM.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-TERM) TO WS-ENTRY-TERM.
           MOVE 0 TO WS-FEE-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-FEE-TBL-SIZE
                      OR WS-FEE-FOUND-IDX > 0
               IF WS-FEE-CLASS(WS-IDX) EQUAL WS-ENTRY-CLASS AND
                  WS-FEE-TERM(WS-IDX) EQUAL WS-ENTRY-TERM THEN
                   MOVE WS-IDX TO WS-FEE-FOUND-IDX
               END-IF
           END-PERFORM.
       0450-ENTER-KEY-END.

      * Amount keyed as digits with the centimes last, as payentry
      * takes a receipt; the due date must be a real day.
       0550-ENTER-TERMS-BEGIN.
           SET WS-ENTRY-OK-FALSE TO TRUE.
           DISPLAY "Amount (digits only, centimes last two) : "
               WITH NO ADVANCING.
           ACCEPT WS-AMT-RAW.
           COMPUTE WS-ENTRY-AMOUNT = FUNCTION NUMVAL(WS-AMT-RAW) / 100.
           IF WS-ENTRY-AMOUNT EQUAL 0 THEN
               DISPLAY "No amount - refused."
               GO TO 0550-ENTER-TERMS-END
           END-IF.
           DISPLAY "Due date (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-DUE.
           CALL "datechk" USING WS-ENTRY-DUE WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK THEN
               DISPLAY "Not a possible date - refused."
               GO TO 0550-ENTER-TERMS-END
           END-IF.
           DISPLAY "Invoice label : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-LABEL.
           SET WS-ENTRY-OK-TRUE TO TRUE.
       0550-ENTER-TERMS-END.

       0600-WRITE-SCHEDULE-BEGIN.
           OPEN OUTPUT SCHEDULE-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-FEE-TBL-SIZE
               MOVE SPACES TO FEE-RECORD
               MOVE WS-FEE-CLASS(WS-IDX) TO FEE-CLASS
               MOVE WS-FEE-TERM(WS-IDX) TO FEE-TERM
               MOVE WS-FEE-AMOUNT(WS-IDX) TO FEE-AMOUNT
               MOVE WS-FEE-DUE(WS-IDX) TO FEE-DUE-DATE
               MOVE WS-FEE-LABEL(WS-IDX) TO FEE-LABEL
               WRITE FEE-RECORD
           END-PERFORM.
           CLOSE SCHEDULE-FILE.
           DISPLAY WS-FEE-TBL-SIZE " fee row(s) saved to "
               "data/frais-scolarite.txt.".
       0600-WRITE-SCHEDULE-END.
