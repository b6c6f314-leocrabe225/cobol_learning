       IDENTIFICATION DIVISION.
       PROGRAM-ID. feeinv.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

      * The term's fee invoicing run over the classtud roster : every
      * student ID on the roster is billed the fee data/frais-
      * scolarite.txt sets for their class and the term, one invoice
      * row on the fee ledger each. A student already billed for the
      * term is skipped, so the run can be repeated after late
      * enrolments without billing anyone twice; a student who left
      * is off the roster and is not billed. A class with no fee for
      * the term is listed in the register instead of being skipped
      * silently.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-INPUT
               ASSIGN TO "output/classtud-roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROS-STATUS.

           SELECT SCHEDULE-INPUT
               ASSIGN TO "data/frais-scolarite.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

           SELECT LEDGER-FILE
               ASSIGN TO "data/frais-compte.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLG-STATUS.

      * The run's register : every invoice written and every student
      * left unbilled, with the reason.
           SELECT REGISTER-OUTPUT
               ASSIGN TO DYNAMIC WS-REGISTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ROSTER-INPUT.
       COPY "copybooks/stud.cpy" REPLACING ==:TAG:== BY ==F==.

       FD SCHEDULE-INPUT.
       COPY "copybooks/feercd.cpy".

       FD LEDGER-FILE.
       COPY "copybooks/feelrcd.cpy".

       FD REGISTER-OUTPUT.
       01 REG-OUT-RCD            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ROS-STATUS          PIC X(02).
           88 WS-ROS-STATUS-OK             VALUE "00".
       01 WS-FEE-STATUS          PIC X(02).
           88 WS-FEE-STATUS-OK             VALUE "00".
       01 WS-FLG-STATUS          PIC X(02).
           88 WS-FLG-STATUS-OK             VALUE "00".
       01 WS-EOF                 PIC 9(01).
           88 WS-EOF-TRUE                  VALUE 1.
           88 WS-EOF-FALSE                 VALUE 0.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       77 WS-TERM-ID             PIC X(06).
       77 WS-INVOICE-DATE        PIC 9(08).
       77 WS-REGISTER-FILENAME   PIC X(50).
       77 WS-USER-INPUT          PIC X(01).
       77 WS-OPERATOR-ID         PIC X(08).

       77 WS-SEQ-NAME            PIC X(08).
       77 WS-SEQ-FALLBACK        PIC 9(09).
       77 WS-SEQ-CEILING         PIC 9(09).
       77 WS-SEQ-NEXT            PIC 9(09).
       77 WS-LAST-INV-NO         PIC 9(06) VALUE 0.

      * The term's fee per class, off the schedule.
       77 WS-FEE-TBL-SIZE        PIC 9(02) VALUE 0.
       01 WS-FEE-TBL.
           05 WS-FEE             OCCURS 50 TIMES.
               10 WS-FEE-CLASS   PIC X(03).
               10 WS-FEE-AMOUNT  PIC 9(05)V99.
               10 WS-FEE-DUE     PIC 9(08).
               10 WS-FEE-LABEL   PIC X(20).
       77 WS-FEE-FOUND-IDX       PIC 9(02).

      * Student IDs already billed for the term.
       77 WS-BILLED-TBL-SIZE     PIC 9(03) VALUE 0.
       01 WS-BILLED-TBL.
           05 WS-BILLED-ID       PIC 9(04) OCCURS 300 TIMES.
       77 WS-BILLED-FOUND        PIC 9(01).

      * The roster with what the run will do for each student : "B"
      * to bill, "A" already billed, "N" no fee for the class.
       77 WS-ROS-TBL-SIZE        PIC 9(02) VALUE 0.
       01 WS-ROS-TBL.
           05 WS-ROS             OCCURS 99 TIMES.
               10 WS-ROS-CLASS   PIC X(03).
               10 WS-ROS-NAME    PIC X(15).
               10 WS-ROS-ID      PIC 9(04).
               10 WS-ROS-ACTION  PIC X(01).
                   88 WS-ROS-TO-BILL        VALUE "B".
                   88 WS-ROS-ALREADY        VALUE "A".
                   88 WS-ROS-NO-FEE         VALUE "N".
               10 WS-ROS-FEE-IDX PIC 9(02).
               10 WS-ROS-INV-NO  PIC 9(06).
       77 WS-IDX                 PIC 9(03).
       77 WS-IDX-2               PIC 9(03).

       77 WS-TO-BILL-CNT         PIC 9(03) VALUE 0.
       77 WS-ALREADY-CNT         PIC 9(03) VALUE 0.
       77 WS-NO-FEE-CNT          PIC 9(03) VALUE 0.
       77 WS-BILLED-CNT          PIC 9(03) VALUE 0.
       77 WS-TOTAL-AMOUNT        PIC 9(08)V99 VALUE 0.
       77 WS-AMT-SHOWN           PIC Z(7)9.99.

       01 WS-REG-LINE.
           05 WS-REG-NO          PIC X(06).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-REG-ID          PIC 9(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-REG-NAME        PIC X(15).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-REG-CLASS       PIC X(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-REG-AMOUNT      PIC ZZZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-REG-DUE         PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-REG-NOTE        PIC X(25).

       PROCEDURE DIVISION.
           DISPLAY "Term to invoice (e.g. 2026T1) : "
               WITH NO ADVANCING.
           ACCEPT WS-TERM-ID.
           MOVE FUNCTION UPPER-CASE(WS-TERM-ID) TO WS-TERM-ID.
           IF WS-TERM-ID EQUAL SPACE THEN
               DISPLAY "No term - nothing invoiced."
               GOBACK
           END-IF.
           DISPLAY "Invoice date (YYYYMMDD, blank for today) : "
               WITH NO ADVANCING.
           ACCEPT WS-INVOICE-DATE.
           IF WS-INVOICE-DATE EQUAL 0 THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-INVOICE-DATE
           END-IF.
           CALL "datechk" USING WS-INVOICE-DATE WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK THEN
               DISPLAY "Not a possible date - nothing invoiced."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0100-LOAD-SCHEDULE-BEGIN
              THRU 0100-LOAD-SCHEDULE-END.
           IF WS-FEE-TBL-SIZE EQUAL 0 THEN
               DISPLAY "No fee on data/frais-scolarite.txt for term "
                   WS-TERM-ID " - run feemaint first."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0150-LOAD-LEDGER-BEGIN
              THRU 0150-LOAD-LEDGER-END.
           PERFORM 0200-LOAD-ROSTER-BEGIN
              THRU 0200-LOAD-ROSTER-END.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROS-TBL-SIZE
               PERFORM 0300-PLAN-ONE-BEGIN
                  THRU 0300-PLAN-ONE-END
           END-PERFORM.

           MOVE WS-TOTAL-AMOUNT TO WS-AMT-SHOWN.
           DISPLAY WS-TO-BILL-CNT " student(s) to bill for "
               WS-AMT-SHOWN ", " WS-ALREADY-CNT " already billed, "
               WS-NO-FEE-CNT " with no fee for their class.".
           IF WS-TO-BILL-CNT EQUAL 0 THEN
               PERFORM 0500-WRITE-REGISTER-BEGIN
                  THRU 0500-WRITE-REGISTER-END
               GOBACK
           END-IF.
           DISPLAY "Post the invoices (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-USER-INPUT.
           IF WS-USER-INPUT NOT EQUAL "Y" THEN
               DISPLAY "Nothing invoiced."
               GOBACK
           END-IF.

           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           OPEN EXTEND LEDGER-FILE.
           IF NOT WS-FLG-STATUS-OK THEN
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROS-TBL-SIZE
               IF WS-ROS-TO-BILL(WS-IDX) THEN
                   PERFORM 0400-BILL-ONE-BEGIN
                      THRU 0400-BILL-ONE-END
               END-IF
           END-PERFORM.
           CLOSE LEDGER-FILE.

           PERFORM 0500-WRITE-REGISTER-BEGIN
              THRU 0500-WRITE-REGISTER-END.
           DISPLAY WS-BILLED-CNT " invoice(s) posted to "
               "data/frais-compte.txt; register in "
               FUNCTION TRIM(WS-REGISTER-FILENAME) ".".
           GOBACK.

       0100-LOAD-SCHEDULE-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SCHEDULE-INPUT.
           IF NOT WS-FEE-STATUS-OK THEN
               GO TO 0100-LOAD-SCHEDULE-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ SCHEDULE-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF FEE-TERM EQUAL WS-TERM-ID AND
                          WS-FEE-TBL-SIZE < 50 THEN
                           ADD 1 TO WS-FEE-TBL-SIZE
                           MOVE FEE-CLASS
                               TO WS-FEE-CLASS(WS-FEE-TBL-SIZE)
                           MOVE FEE-AMOUNT
                               TO WS-FEE-AMOUNT(WS-FEE-TBL-SIZE)
                           MOVE FEE-DUE-DATE
                               TO WS-FEE-DUE(WS-FEE-TBL-SIZE)
                           MOVE FEE-LABEL
                               TO WS-FEE-LABEL(WS-FEE-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCHEDULE-INPUT.
       0100-LOAD-SCHEDULE-END.

      * Who is billed for the term already, and the highest invoice
      * number on file to seed the FEEINV sequence the first time.
       0150-LOAD-LEDGER-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT LEDGER-FILE.
           IF NOT WS-FLG-STATUS-OK THEN
               GO TO 0150-LOAD-LEDGER-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ LEDGER-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF FLG-TYPE-INVOICE THEN
                           IF FLG-NO > WS-LAST-INV-NO THEN
                               MOVE FLG-NO TO WS-LAST-INV-NO
                           END-IF
                           IF FLG-TERM EQUAL WS-TERM-ID AND
                              WS-BILLED-TBL-SIZE < 300 THEN
                               ADD 1 TO WS-BILLED-TBL-SIZE
                               MOVE FLG-STUD-ID
                                   TO WS-BILLED-ID(WS-BILLED-TBL-SIZE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.
       0150-LOAD-LEDGER-END.

      * Rows without a student ID cannot carry an account : they are
      * left for stubackfl.cbl to number first.
       0200-LOAD-ROSTER-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ROSTER-INPUT.
           IF NOT WS-ROS-STATUS-OK THEN
               DISPLAY "No output/classtud-roster.txt - nothing to "
                   "invoice."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ ROSTER-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF F-STUDENT-ID-OUT IS NUMERIC AND
                          F-STUDENT-ID-OUT > 0 AND
                          WS-ROS-TBL-SIZE < 99 THEN
                           ADD 1 TO WS-ROS-TBL-SIZE
                           MOVE F-CLASS-NAME-OUT
                               TO WS-ROS-CLASS(WS-ROS-TBL-SIZE)
                           MOVE F-STUDENT-NAME-OUT
                               TO WS-ROS-NAME(WS-ROS-TBL-SIZE)
                           MOVE F-STUDENT-ID-OUT
                               TO WS-ROS-ID(WS-ROS-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROSTER-INPUT.
       0200-LOAD-ROSTER-END.

       0300-PLAN-ONE-BEGIN.
           MOVE 0 TO WS-ROS-FEE-IDX(WS-IDX).
           MOVE 0 TO WS-BILLED-FOUND.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-BILLED-TBL-SIZE
               IF WS-BILLED-ID(WS-IDX-2) EQUAL WS-ROS-ID(WS-IDX) THEN
                   MOVE 1 TO WS-BILLED-FOUND
               END-IF
           END-PERFORM.
           IF WS-BILLED-FOUND EQUAL 1 THEN
               SET WS-ROS-ALREADY(WS-IDX) TO TRUE
               ADD 1 TO WS-ALREADY-CNT
               GO TO 0300-PLAN-ONE-END
           END-IF.
           MOVE 0 TO WS-FEE-FOUND-IDX.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-FEE-TBL-SIZE
                      OR WS-FEE-FOUND-IDX > 0
               IF WS-FEE-CLASS(WS-IDX-2) EQUAL WS-ROS-CLASS(WS-IDX)
                  THEN
                   MOVE WS-IDX-2 TO WS-FEE-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FEE-FOUND-IDX EQUAL 0 THEN
               SET WS-ROS-NO-FEE(WS-IDX) TO TRUE
               ADD 1 TO WS-NO-FEE-CNT
               GO TO 0300-PLAN-ONE-END
           END-IF.
           SET WS-ROS-TO-BILL(WS-IDX) TO TRUE.
           MOVE WS-FEE-FOUND-IDX TO WS-ROS-FEE-IDX(WS-IDX).
           ADD 1 TO WS-TO-BILL-CNT.
           ADD WS-FEE-AMOUNT(WS-FEE-FOUND-IDX) TO WS-TOTAL-AMOUNT.
       0300-PLAN-ONE-END.

      * The number comes from getseq at the moment of writing; a
      * student whose number cannot be allocated is left unbilled
      * and picked up by the next run.
       0400-BILL-ONE-BEGIN.
           MOVE "FEEINV" TO WS-SEQ-NAME.
           MOVE WS-LAST-INV-NO TO WS-SEQ-FALLBACK.
           MOVE 999999 TO WS-SEQ-CEILING.
           CALL "getseq" USING WS-SEQ-NAME WS-SEQ-FALLBACK
               WS-SEQ-CEILING WS-SEQ-NEXT
           END-CALL.
           IF WS-SEQ-NEXT EQUAL 0 THEN
               DISPLAY "No invoice number could be allocated - "
                   WS-ROS-NAME(WS-IDX) " not billed."
               SET WS-ROS-NO-FEE(WS-IDX) TO TRUE
               MOVE 0 TO WS-ROS-FEE-IDX(WS-IDX)
               GO TO 0400-BILL-ONE-END
           END-IF.
           MOVE WS-ROS-FEE-IDX(WS-IDX) TO WS-FEE-FOUND-IDX.
           MOVE SPACES TO FLG-RECORD.
           SET FLG-TYPE-INVOICE TO TRUE.
           MOVE WS-SEQ-NEXT TO FLG-NO.
           MOVE WS-ROS-ID(WS-IDX) TO FLG-STUD-ID.
           MOVE WS-ROS-NAME(WS-IDX) TO FLG-NAME.
           MOVE WS-ROS-CLASS(WS-IDX) TO FLG-CLASS.
           MOVE WS-TERM-ID TO FLG-TERM.
           MOVE WS-INVOICE-DATE TO FLG-DATE.
           MOVE WS-FEE-DUE(WS-FEE-FOUND-IDX) TO FLG-DUE-DATE.
           MOVE WS-FEE-AMOUNT(WS-FEE-FOUND-IDX) TO FLG-AMOUNT.
           MOVE WS-FEE-LABEL(WS-FEE-FOUND-IDX) TO FLG-REF.
           MOVE WS-OPERATOR-ID TO FLG-OPERATOR.
           WRITE FLG-RECORD.
           MOVE WS-SEQ-NEXT TO WS-ROS-INV-NO(WS-IDX).
           ADD 1 TO WS-BILLED-CNT.
       0400-BILL-ONE-END.

       0500-WRITE-REGISTER-BEGIN.
           MOVE SPACES TO WS-REGISTER-FILENAME.
           STRING "output/fee-invoices-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TERM-ID) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-REGISTER-FILENAME.
           OPEN OUTPUT REGISTER-OUTPUT.
           MOVE SPACES TO REG-OUT-RCD.
           STRING "*** FEE INVOICES - TERM " DELIMITED BY SIZE
                  WS-TERM-ID DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-INVOICE-DATE DELIMITED BY SIZE
                  " ***" DELIMITED BY SIZE
               INTO REG-OUT-RCD.
           WRITE REG-OUT-RCD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROS-TBL-SIZE
               PERFORM 0510-REGISTER-LINE-BEGIN
                  THRU 0510-REGISTER-LINE-END
           END-PERFORM.
           CLOSE REGISTER-OUTPUT.
       0500-WRITE-REGISTER-END.

       0510-REGISTER-LINE-BEGIN.
           MOVE SPACES TO WS-REG-NO.
           MOVE WS-ROS-ID(WS-IDX) TO WS-REG-ID.
           MOVE WS-ROS-NAME(WS-IDX) TO WS-REG-NAME.
           MOVE WS-ROS-CLASS(WS-IDX) TO WS-REG-CLASS.
           MOVE 0 TO WS-REG-AMOUNT.
           MOVE SPACES TO WS-REG-DUE.
           MOVE SPACES TO WS-REG-NOTE.
           EVALUATE TRUE
               WHEN WS-ROS-ALREADY(WS-IDX)
                   MOVE "already billed this term" TO WS-REG-NOTE
               WHEN WS-ROS-NO-FEE(WS-IDX)
                   MOVE "NOT BILLED - no fee" TO WS-REG-NOTE
               WHEN OTHER
                   MOVE WS-ROS-INV-NO(WS-IDX) TO WS-REG-NO
                   MOVE WS-ROS-FEE-IDX(WS-IDX) TO WS-FEE-FOUND-IDX
                   MOVE WS-FEE-AMOUNT(WS-FEE-FOUND-IDX)
                       TO WS-REG-AMOUNT
                   MOVE WS-FEE-DUE(WS-FEE-FOUND-IDX) TO WS-REG-DUE
           END-EVALUATE.
           MOVE WS-REG-LINE TO REG-OUT-RCD.
           WRITE REG-OUT-RCD.
       0510-REGISTER-LINE-END.
