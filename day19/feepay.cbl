       IDENTIFICATION DIVISION.
       PROGRAM-ID. feepay.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

      * Fee payment capture : a cheque or transfer from a family is
      * keyed against the student ID it pays for and posted to the
      * fee ledger as a payment row, numbered from the FEEPAY
      * sequence in getseq. The account is shown before and after so
      * the desk can tell the family where they stand. LIST shows a
      * student's whole account, invoices and payments.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE
               ASSIGN TO "data/frais-compte.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
       COPY "copybooks/feelrcd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FLG-STATUS          PIC X(02).
           88 WS-FLG-STATUS-OK             VALUE "00".
       01 WS-EOF                 PIC 9(01).
           88 WS-EOF-TRUE                  VALUE 1.
           88 WS-EOF-FALSE                 VALUE 0.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       77 WS-COMMAND             PIC X(10).
       77 WS-OPERATOR-ID         PIC X(08).
       77 WS-TODAY               PIC 9(08).

       77 WS-ENTRY-ID            PIC 9(04).
       77 WS-AMT-RAW             PIC X(10).
       77 WS-ENTRY-AMOUNT        PIC 9(07)V99.
       77 WS-ENTRY-DATE          PIC 9(08).
       77 WS-ENTRY-REF           PIC X(20).
       77 WS-USER-INPUT          PIC X(01).
      * perchk's verdict on the payment date : its month may still be
      * open, closed (refused), or closed with the date moved on to
      * the next open month.
       77 WS-PER-PROGRAM         PIC X(08) VALUE "feepay".
       77 WS-PER-RESULT          PIC 9(01).
           88 WS-PER-OPEN                  VALUE 0.
           88 WS-PER-MOVED                 VALUE 1.
           88 WS-PER-REFUSED               VALUE 2.

      * The student as the ledger last knew them, and the highest
      * payment number on file to seed the FEEPAY sequence.
       77 WS-ACC-FOUND           PIC 9(01).
           88 WS-ACC-FOUND-TRUE            VALUE 1.
           88 WS-ACC-FOUND-FALSE           VALUE 0.
       77 WS-ACC-NAME            PIC X(15).
       77 WS-ACC-CLASS           PIC X(03).
       77 WS-ACC-TERM            PIC X(06).
       77 WS-LAST-PAY-NO         PIC 9(06).

       77 WS-OUTSTANDING         PIC S9(07)V99.
       77 WS-OVERDUE             PIC 9(07)V99.
       77 WS-OUT-SHOWN           PIC -(7)9.99.
       77 WS-DUE-SHOWN           PIC Z(7)9.99.
       77 WS-AMT-SHOWN           PIC Z(7)9.99.

       77 WS-SEQ-NAME            PIC X(08).
       77 WS-SEQ-FALLBACK        PIC 9(09).
       77 WS-SEQ-CEILING         PIC 9(09).
       77 WS-SEQ-NEXT            PIC 9(09).

       01 WS-LIST-LINE.
           05 WS-LIST-TYPE       PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-LIST-NO         PIC 9(06).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-LIST-TERM       PIC X(06).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-LIST-DATE       PIC 9(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-LIST-AMOUNT     PIC Z(6)9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-LIST-REF        PIC X(20).

       PROCEDURE DIVISION.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           MOVE SPACE TO WS-COMMAND.
           PERFORM UNTIL WS-COMMAND EQUAL "QUIT"
               DISPLAY "Type PAY / LIST / QUIT."
               ACCEPT WS-COMMAND
               EVALUATE WS-COMMAND
                   WHEN "PAY"
                       PERFORM 0200-ENTER-PAYMENT-BEGIN
                          THRU 0200-ENTER-PAYMENT-END
                   WHEN "LIST"
                       PERFORM 0300-LIST-ACCOUNT-BEGIN
                          THRU 0300-LIST-ACCOUNT-END
                   WHEN "QUIT"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unrecognized command : " WS-COMMAND
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      * The student ID keyed is looked up on the ledger : a payment
      * for a student never invoiced has nothing to settle.
       0100-FIND-ACCOUNT-BEGIN.
           SET WS-ACC-FOUND-FALSE TO TRUE.
           MOVE 0 TO WS-LAST-PAY-NO.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT LEDGER-FILE.
           IF NOT WS-FLG-STATUS-OK THEN
               GO TO 0100-FIND-ACCOUNT-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ LEDGER-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF FLG-TYPE-PAYMENT AND
                          FLG-NO > WS-LAST-PAY-NO THEN
                           MOVE FLG-NO TO WS-LAST-PAY-NO
                       END-IF
                       IF FLG-STUD-ID EQUAL WS-ENTRY-ID AND
                          FLG-TYPE-INVOICE THEN
                           SET WS-ACC-FOUND-TRUE TO TRUE
                           MOVE FLG-NAME TO WS-ACC-NAME
                           MOVE FLG-CLASS TO WS-ACC-CLASS
                           MOVE FLG-TERM TO WS-ACC-TERM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.
       0100-FIND-ACCOUNT-END.

       0150-SHOW-BALANCE-BEGIN.
           CALL "feebal" USING WS-ENTRY-ID WS-TODAY
               WS-OUTSTANDING WS-OVERDUE
           END-CALL.
           MOVE WS-OUTSTANDING TO WS-OUT-SHOWN.
           MOVE WS-OVERDUE TO WS-DUE-SHOWN.
           DISPLAY FUNCTION TRIM(WS-ACC-NAME) " (" WS-ENTRY-ID ", "
               WS-ACC-CLASS ") : outstanding " WS-OUT-SHOWN
               ", overdue " WS-DUE-SHOWN ".".
       0150-SHOW-BALANCE-END.

       0200-ENTER-PAYMENT-BEGIN.
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-ID.
           PERFORM 0100-FIND-ACCOUNT-BEGIN
              THRU 0100-FIND-ACCOUNT-END.
           IF WS-ACC-FOUND-FALSE THEN
               DISPLAY "No fees invoiced to student " WS-ENTRY-ID
                   " - payment refused."
               GO TO 0200-ENTER-PAYMENT-END
           END-IF.
           PERFORM 0150-SHOW-BALANCE-BEGIN
              THRU 0150-SHOW-BALANCE-END.

           DISPLAY "Amount received (digits only, centimes last two) : "
               WITH NO ADVANCING.
           ACCEPT WS-AMT-RAW.
           COMPUTE WS-ENTRY-AMOUNT = FUNCTION NUMVAL(WS-AMT-RAW) / 100.
           IF WS-ENTRY-AMOUNT EQUAL 0 THEN
               DISPLAY "No amount - payment refused."
               GO TO 0200-ENTER-PAYMENT-END
           END-IF.
           DISPLAY "Payment date (YYYYMMDD, blank for today) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-DATE.
           IF WS-ENTRY-DATE EQUAL 0 THEN
               MOVE WS-TODAY TO WS-ENTRY-DATE
           END-IF.
           CALL "datechk" USING WS-ENTRY-DATE WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK THEN
               DISPLAY "Not a possible date - payment refused."
               GO TO 0200-ENTER-PAYMENT-END
           END-IF.
           CALL "perchk" USING WS-PER-PROGRAM WS-ENTRY-DATE
               WS-PER-RESULT
           END-CALL.
           IF WS-PER-REFUSED THEN
               DISPLAY "That date is in a closed accounting period - "
                   "payment refused."
               GO TO 0200-ENTER-PAYMENT-END
           END-IF.
           IF WS-PER-MOVED THEN
               DISPLAY "*** WARNING *** that period is closed - "
                   "dated " WS-ENTRY-DATE " instead."
           END-IF.
           DISPLAY "Cheque / transfer reference : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-REF.

      * More than is outstanding is taken, but only once confirmed :
      * the excess stays on the account as a credit.
           IF WS-ENTRY-AMOUNT > WS-OUTSTANDING THEN
               MOVE WS-ENTRY-AMOUNT TO WS-AMT-SHOWN
               DISPLAY WS-AMT-SHOWN " is more than is outstanding - "
                   "take it as a credit (Y/N)? " WITH NO ADVANCING
               ACCEPT WS-USER-INPUT
               IF WS-USER-INPUT NOT EQUAL "Y" THEN
                   DISPLAY "Payment not recorded."
                   GO TO 0200-ENTER-PAYMENT-END
               END-IF
           END-IF.

           MOVE "FEEPAY" TO WS-SEQ-NAME.
           MOVE WS-LAST-PAY-NO TO WS-SEQ-FALLBACK.
           MOVE 999999 TO WS-SEQ-CEILING.
           CALL "getseq" USING WS-SEQ-NAME WS-SEQ-FALLBACK
               WS-SEQ-CEILING WS-SEQ-NEXT
           END-CALL.
           IF WS-SEQ-NEXT EQUAL 0 THEN
               DISPLAY "No payment number could be allocated - "
                   "payment not recorded."
               GO TO 0200-ENTER-PAYMENT-END
           END-IF.

           OPEN EXTEND LEDGER-FILE.
           IF NOT WS-FLG-STATUS-OK THEN
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           MOVE SPACES TO FLG-RECORD.
           SET FLG-TYPE-PAYMENT TO TRUE.
           MOVE WS-SEQ-NEXT TO FLG-NO.
           MOVE WS-ENTRY-ID TO FLG-STUD-ID.
           MOVE WS-ACC-NAME TO FLG-NAME.
           MOVE WS-ACC-CLASS TO FLG-CLASS.
           MOVE WS-ACC-TERM TO FLG-TERM.
           MOVE WS-ENTRY-DATE TO FLG-DATE.
           MOVE 0 TO FLG-DUE-DATE.
           MOVE WS-ENTRY-AMOUNT TO FLG-AMOUNT.
           MOVE WS-ENTRY-REF TO FLG-REF.
           MOVE WS-OPERATOR-ID TO FLG-OPERATOR.
           WRITE FLG-RECORD.
           CLOSE LEDGER-FILE.
           DISPLAY "Payment " FLG-NO " recorded.".
           PERFORM 0150-SHOW-BALANCE-BEGIN
              THRU 0150-SHOW-BALANCE-END.
       0200-ENTER-PAYMENT-END.

       0300-LIST-ACCOUNT-BEGIN.
           DISPLAY "Student ID : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-ID.
           PERFORM 0100-FIND-ACCOUNT-BEGIN
              THRU 0100-FIND-ACCOUNT-END.
           IF WS-ACC-FOUND-FALSE THEN
               DISPLAY "No fees invoiced to student " WS-ENTRY-ID "."
               GO TO 0300-LIST-ACCOUNT-END
           END-IF.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT LEDGER-FILE.
           PERFORM UNTIL WS-EOF-TRUE
               READ LEDGER-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF FLG-STUD-ID EQUAL WS-ENTRY-ID THEN
                           IF FLG-TYPE-INVOICE THEN
                               MOVE "INVOICE" TO WS-LIST-TYPE
                           ELSE
                               MOVE "PAYMENT" TO WS-LIST-TYPE
                           END-IF
                           MOVE FLG-NO TO WS-LIST-NO
                           MOVE FLG-TERM TO WS-LIST-TERM
                           MOVE FLG-DATE TO WS-LIST-DATE
                           MOVE FLG-AMOUNT TO WS-LIST-AMOUNT
                           MOVE FLG-REF TO WS-LIST-REF
                           DISPLAY WS-LIST-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.
           PERFORM 0150-SHOW-BALANCE-BEGIN
              THRU 0150-SHOW-BALANCE-END.
       0300-LIST-ACCOUNT-END.
