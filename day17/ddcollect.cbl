       IDENTIFICATION DIVISION.
       PROGRAM-ID. ddcollect.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-REGISTER-INPUT
               ASSIGN TO "output/factures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

      * Read for what each invoice has already received, then
      * extended with the receipt each debit is expected to bring.
           SELECT RECEIPTS-FILE
               ASSIGN TO "data/encaissements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCV-STATUS.

      * Which client holds which contract - the link polsched.cbl
      * reads to address its schedules.
           SELECT POLICY-CLIENT-INPUT
               ASSIGN TO "data/police-client.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCL-STATUS.

           SELECT MANDATE-INPUT
               ASSIGN TO "data/mandats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MDT-STATUS.

      * Every invoice ever presented : one is never presented twice,
      * and one the bank returned is left to arrears.cbl.
           SELECT COLLECTION-REGISTER
               ASSIGN TO "data/prelevements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DDC-STATUS.

      * The file handed to the bank, one per collection date.
           SELECT BANK-FILE-OUTPUT
               ASSIGN TO DYNAMIC WS-BANK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

      * Shared end-of-day summary log, folded together with the other
      * day15/day17 report programs by eodsum.cbl.
           SELECT EOD-LOG-OUTPUT
               ASSIGN TO "output/eod-summary.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INVOICE-REGISTER-INPUT.
       01 INV-REG-RCD           PIC X(90).

      * "R" in RCV-RVSL marks a reversal (a debit the bank gave
      * back) and counts against the invoice; RCV-SOURCE "DD" marks
      * a receipt expected from a direct debit.
       FD RECEIPTS-FILE.
       01 RCV-RECORD.
           05 RCV-INV-NO        PIC 9(05).
           05 FILLER            PIC X(01).
           05 RCV-DATE          PIC 9(08).
           05 FILLER            PIC X(01).
           05 RCV-AMOUNT        PIC 9(07).99.
           05 RCV-AMOUNT-X REDEFINES RCV-AMOUNT
                                PIC X(10).
           05 FILLER            PIC X(01).
           05 RCV-RVSL          PIC X(01).
           05 FILLER            PIC X(01).
           05 RCV-SOURCE        PIC X(02).

       FD POLICY-CLIENT-INPUT.
       01 PCL-RCD.
           05 PCL-CODE          PIC X(09).
           05 FILLER            PIC X(01).
           05 PCL-CLI-ID        PIC 9(04).

       FD MANDATE-INPUT.
       COPY mdtrcd.

       FD COLLECTION-REGISTER.
       COPY ddcrcd.

       FD BANK-FILE-OUTPUT.
       01 BNK-OUT-RCD           PIC X(100).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       77 WS-REG-STATUS                         PIC X(02).
           88 WS-REG-STATUS-OK                           VALUE "00".
       77 WS-RCV-STATUS                         PIC X(02).
           88 WS-RCV-STATUS-OK                           VALUE "00".
       77 WS-PCL-STATUS                         PIC X(02).
           88 WS-PCL-STATUS-OK                           VALUE "00".
       77 WS-MDT-STATUS                         PIC X(02).
           88 WS-MDT-STATUS-OK                           VALUE "00".
       77 WS-DDC-STATUS                         PIC X(02).
           88 WS-DDC-STATUS-OK                           VALUE "00".
       77 WS-EOD-STATUS                         PIC X(02).
           88 WS-EOD-STATUS-OK                           VALUE "00".
       77 WS-EOF                                PIC X(01) VALUE "N".
           88 WS-EOF-TRUE                                 VALUE "Y".
           88 WS-EOF-FALSE                                VALUE "N".

      * Receivable invoices dated up to the end of the window : the
      * ADJ-CR credits are money owed to the client, not debited.
       77 WS-INV-TBL-SIZE                       PIC 9(04) VALUE 0.
       01 WS-INV-TBL.
           05 WS-INV OCCURS 5000 TIMES.
               10 WS-INV-NO          PIC 9(05).
               10 WS-INV-DATE        PIC 9(08).
               10 WS-INV-CODE        PIC X(09).
               10 WS-INV-AMOUNT      PIC S9(07)V99.
               10 WS-INV-PAID        PIC S9(08)V99.
               10 WS-INV-PRESENTED   PIC 9(01).
       77 WS-INV-IDX                            PIC 9(04).

       77 WS-PCL-TBL-SIZE                       PIC 9(04) VALUE 0.
       01 WS-PCL-TBL.
           05 WS-PCL OCCURS 2000 TIMES.
               10 WS-PCL-CODE        PIC X(09).
               10 WS-PCL-CLI-ID      PIC 9(04).
       77 WS-PCL-IDX                            PIC 9(04).

       77 WS-MDT-TBL-SIZE                       PIC 9(04) VALUE 0.
       01 WS-MDT-TBL.
           05 WS-MDT-IMAGE      PIC X(56) OCCURS 2000 TIMES.
       77 WS-MDT-IDX                            PIC 9(04).
       77 WS-MDT-FOUND-IDX                      PIC 9(04).

       77 WS-CLI-ID                             PIC 9(04).
       77 WS-OPEN-AMT                           PIC S9(08)V99.
       77 WS-RCV-AMT                            PIC S9(08)V99.

       77 WS-COLL-DATE                          PIC 9(08).
       77 WS-WINDOW-DAYS                        PIC 9(03) VALUE 7.
       77 WS-WINDOW-END                         PIC 9(08).
       77 WS-CREDITOR-ID                        PIC X(20) VALUE SPACE.
       77 WS-RUN-DATE                           PIC 9(08).
       77 WS-BANK-FILENAME                      PIC X(40).
       77 WS-ALREADY-RUN                        PIC 9(01) VALUE 0.
       77 WS-INVOICES-SEEN                      PIC 9(05) VALUE 0.
       77 WS-NO-MANDATE-CNT                     PIC 9(05) VALUE 0.
       77 WS-COLLECTED-CNT                      PIC 9(05) VALUE 0.
       77 WS-COLLECTED-TOT                      PIC S9(09)V99 VALUE 0.
       77 WS-OPERATOR-ID                        PIC X(08).
       77 WS-AMT-SHOWN                          PIC Z,ZZZ,ZZ9.99.

       01 WS-PARAM-KEY            PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-PARAM-FOUND          PIC 9(01).
           88 WS-PARAM-FOUND-TRUE           VALUE 1.
           88 WS-PARAM-FOUND-FALSE          VALUE 0.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
      * perchk's verdict on the collection date : its month may still
      * be open, closed (refused), or closed with the date moved on
      * to the next open month.
       77 WS-PER-PROGRAM                        PIC X(08)
                                                VALUE "ddcollct".
       77 WS-PER-RESULT                         PIC 9(01).
           88 WS-PER-OPEN                                VALUE 0.
           88 WS-PER-MOVED                               VALUE 1.
           88 WS-PER-REFUSED                             VALUE 2.

       77 WS-AUTH-PROGRAM                       PIC X(08).
       77 WS-AUTH-NEEDED                        PIC 9(01).
       77 WS-AUTH-OK                            PIC 9(01).
           88 WS-AUTH-OK-TRUE                            VALUE 1.
           88 WS-AUTH-OK-FALSE                           VALUE 0.
       77 WS-AUTH-OPERATOR                      PIC X(08).
       77 WS-AUTH-ROLE                          PIC X(10).
       77 WS-LOCK-NAME                          PIC X(10).
       77 WS-LOCK-ACTION                        PIC X(05).
       77 WS-LOCK-OK                            PIC 9(01).
           88 WS-LOCK-OK-TRUE                            VALUE 1.
           88 WS-LOCK-OK-FALSE                           VALUE 0.

      * The bank collection file : a header naming us and the date
      * to debit, one detail per invoice, a trailer the bank checks
      * the count and total against. Amounts in centimes, no point.
       01 WS-BNK-HEADER.
           05 FILLER              PIC X(02) VALUE "H ".
           05 WS-BNK-H-CREDITOR   PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-BNK-H-COLL-DATE  PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-BNK-H-RUN-DATE   PIC 9(08).

       01 WS-BNK-DETAIL.
           05 FILLER              PIC X(02) VALUE "D ".
      * The invoice number is the end-to-end reference the bank
      * quotes back on a return.
           05 WS-BNK-D-INV-NO     PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-BNK-D-CLI-ID     PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-BNK-D-BANK-REF   PIC X(34).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-BNK-D-MDT-DATE   PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-BNK-D-AMOUNT     PIC 9(09)V99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-BNK-D-CODE       PIC X(09).

       01 WS-BNK-TRAILER.
           05 FILLER              PIC X(02) VALUE "T ".
           05 WS-BNK-T-COUNT      PIC 9(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-BNK-T-TOTAL      PIC 9(11)V99.

       PROCEDURE DIVISION.
      * Money taken from client accounts : the same maintenance
      * role clmprun.cbl asks before a payment run.
           MOVE "ddcollct" TO WS-AUTH-PROGRAM.
           MOVE 3 TO WS-AUTH-NEEDED.
           CALL "chkauth" USING WS-AUTH-PROGRAM WS-AUTH-NEEDED
               WS-AUTH-OK WS-AUTH-OPERATOR WS-AUTH-ROLE
           END-CALL.
           IF WS-AUTH-OK-FALSE THEN
               DISPLAY "Operator " WS-AUTH-OPERATOR " holds role "
                   WS-AUTH-ROLE " - ddcollect needs maintenance. "
                   "Refused and logged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * The register is shared with ddreturn.cbl's rewrite.
           MOVE "prelevmt" TO WS-LOCK-NAME.
           MOVE "GET" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           IF WS-LOCK-OK-FALSE THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 0050-READ-PARAMS-BEGIN
              THRU 0050-READ-PARAMS-END.
           PERFORM 0010-COLLECT-BEGIN
              THRU 0010-COLLECT-END.

           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           GOBACK.

       0010-COLLECT-BEGIN.
           DISPLAY "Collection date (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT WS-COLL-DATE.
           CALL "datechk" USING WS-COLL-DATE WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK THEN
               DISPLAY "Not a possible date - no collection run."
               GO TO 0010-COLLECT-END
           END-IF.
      * The expected receipts are posted on the collection date, so
      * it must fall in an open month.
           CALL "perchk" USING WS-PER-PROGRAM WS-COLL-DATE
               WS-PER-RESULT
           END-CALL.
           IF WS-PER-REFUSED THEN
               DISPLAY "That date is in a closed accounting period - "
                   "no collection run."
               GO TO 0010-COLLECT-END
           END-IF.
           IF WS-PER-MOVED THEN
               DISPLAY "*** WARNING *** that period is closed - "
                   "collecting on " WS-COLL-DATE " instead."
           END-IF.
      * Invoices falling due before the next run are taken now.
           COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-COLL-DATE)
               + WS-WINDOW-DAYS).

           PERFORM 0100-LOAD-INVOICES-BEGIN
              THRU 0100-LOAD-INVOICES-END.
           PERFORM 0150-LOAD-RECEIPTS-BEGIN
              THRU 0150-LOAD-RECEIPTS-END.
           PERFORM 0200-LOAD-REGISTER-BEGIN
              THRU 0200-LOAD-REGISTER-END.
           IF WS-ALREADY-RUN EQUAL 1 THEN
               DISPLAY "A collection for " WS-COLL-DATE " is already "
                   "in data/prelevements.txt - not run twice."
               GO TO 0010-COLLECT-END
           END-IF.
           PERFORM 0250-LOAD-LINKS-BEGIN
              THRU 0250-LOAD-LINKS-END.
           PERFORM 0260-LOAD-MANDATES-BEGIN
              THRU 0260-LOAD-MANDATES-END.

           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-TBL-SIZE
               PERFORM 0300-ONE-INVOICE-BEGIN
                  THRU 0300-ONE-INVOICE-END
           END-PERFORM.

           IF WS-COLLECTED-CNT EQUAL 0 THEN
               DISPLAY "Nothing to collect on " WS-COLL-DATE "."
           ELSE
               PERFORM 0500-CLOSE-BANK-FILE-BEGIN
                  THRU 0500-CLOSE-BANK-FILE-END
               MOVE WS-COLLECTED-TOT TO WS-AMT-SHOWN
               DISPLAY WS-COLLECTED-CNT " invoice(s) for "
                   WS-AMT-SHOWN " written to "
                   FUNCTION TRIM(WS-BANK-FILENAME) "."
               DISPLAY "Expected receipts posted to "
                   "data/encaissements.txt."
           END-IF.
           IF WS-NO-MANDATE-CNT > 0 THEN
               DISPLAY WS-NO-MANDATE-CNT " open invoice(s) in the "
                   "window have no active mandate - left to "
                   "arrears."
           END-IF.
           PERFORM 0900-EOD-LOG-BEGIN
              THRU 0900-EOD-LOG-END.
       0010-COLLECT-END.

       0050-READ-PARAMS-BEGIN.
           MOVE "DD-WINDOW-DAYS" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                   TO WS-WINDOW-DAYS
           END-IF.
           MOVE "DD-CREDITOR-ID" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE WS-PARAM-VALUE TO WS-CREDITOR-ID
           END-IF.
       0050-READ-PARAMS-END.

       0100-LOAD-INVOICES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT INVOICE-REGISTER-INPUT.
           IF NOT WS-REG-STATUS-OK THEN
               GO TO 0100-LOAD-INVOICES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ INVOICE-REGISTER-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF INV-REG-RCD(1:5) IS NUMERIC AND
                          INV-REG-RCD(7:8) IS NUMERIC AND
                          INV-REG-RCD(7:8) <= WS-WINDOW-END AND
                          INV-REG-RCD(78:6) NOT EQUAL "ADJ-CR" AND
                          WS-INV-TBL-SIZE < 5000 THEN
                           ADD 1 TO WS-INV-TBL-SIZE
                           MOVE INV-REG-RCD(1:5)
                               TO WS-INV-NO(WS-INV-TBL-SIZE)
                           MOVE INV-REG-RCD(7:8)
                               TO WS-INV-DATE(WS-INV-TBL-SIZE)
                           MOVE INV-REG-RCD(16:9)
                               TO WS-INV-CODE(WS-INV-TBL-SIZE)
                           COMPUTE WS-INV-AMOUNT(WS-INV-TBL-SIZE) =
                               FUNCTION NUMVAL(INV-REG-RCD(67:10))
                           MOVE 0 TO WS-INV-PAID(WS-INV-TBL-SIZE)
                           MOVE 0 TO WS-INV-PRESENTED(WS-INV-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-REGISTER-INPUT.
           SET WS-EOF-FALSE TO TRUE.
       0100-LOAD-INVOICES-END.

       0150-LOAD-RECEIPTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT RECEIPTS-FILE.
           IF NOT WS-RCV-STATUS-OK THEN
               GO TO 0150-LOAD-RECEIPTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ RECEIPTS-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       COMPUTE WS-RCV-AMT =
                           FUNCTION NUMVAL(RCV-AMOUNT-X)
                       IF RCV-RVSL EQUAL "R" THEN
                           COMPUTE WS-RCV-AMT = 0 - WS-RCV-AMT
                       END-IF
                       PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                               UNTIL WS-INV-IDX > WS-INV-TBL-SIZE
                           IF WS-INV-NO(WS-INV-IDX) EQUAL RCV-INV-NO
                           THEN
                               ADD WS-RCV-AMT
                                   TO WS-INV-PAID(WS-INV-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE RECEIPTS-FILE.
           SET WS-EOF-FALSE TO TRUE.
       0150-LOAD-RECEIPTS-END.

       0200-LOAD-REGISTER-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT COLLECTION-REGISTER.
           IF NOT WS-DDC-STATUS-OK THEN
               GO TO 0200-LOAD-REGISTER-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ COLLECTION-REGISTER
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF DDC-COLL-DATE EQUAL WS-COLL-DATE THEN
                           MOVE 1 TO WS-ALREADY-RUN
                       END-IF
                       PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                               UNTIL WS-INV-IDX > WS-INV-TBL-SIZE
                           IF WS-INV-NO(WS-INV-IDX) EQUAL DDC-INV-NO
                           THEN
                               MOVE 1 TO WS-INV-PRESENTED(WS-INV-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE COLLECTION-REGISTER.
           SET WS-EOF-FALSE TO TRUE.
       0200-LOAD-REGISTER-END.

       0250-LOAD-LINKS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT POLICY-CLIENT-INPUT.
           IF NOT WS-PCL-STATUS-OK THEN
               GO TO 0250-LOAD-LINKS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ POLICY-CLIENT-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF PCL-CLI-ID IS NUMERIC AND
                          WS-PCL-TBL-SIZE < 2000 THEN
                           ADD 1 TO WS-PCL-TBL-SIZE
                           MOVE PCL-CODE
                               TO WS-PCL-CODE(WS-PCL-TBL-SIZE)
                           MOVE PCL-CLI-ID
                               TO WS-PCL-CLI-ID(WS-PCL-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POLICY-CLIENT-INPUT.
           SET WS-EOF-FALSE TO TRUE.
       0250-LOAD-LINKS-END.

       0260-LOAD-MANDATES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT MANDATE-INPUT.
           IF NOT WS-MDT-STATUS-OK THEN
               GO TO 0260-LOAD-MANDATES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ MANDATE-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF MDT-STATUS-ACTIVE AND
                          WS-MDT-TBL-SIZE < 2000 THEN
                           ADD 1 TO WS-MDT-TBL-SIZE
                           MOVE MDT-RECORD
                               TO WS-MDT-IMAGE(WS-MDT-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MANDATE-INPUT.
           SET WS-EOF-FALSE TO TRUE.
       0260-LOAD-MANDATES-END.

      * An invoice still open, never presented, on a contract whose
      * client holds a mandate signed by the collection date, is
      * debited for what is still open on it.
       0300-ONE-INVOICE-BEGIN.
           IF WS-INV-PRESENTED(WS-INV-IDX) EQUAL 1 THEN
               GO TO 0300-ONE-INVOICE-END
           END-IF.
           COMPUTE WS-OPEN-AMT = WS-INV-AMOUNT(WS-INV-IDX)
               - WS-INV-PAID(WS-INV-IDX).
           IF WS-OPEN-AMT <= 0 THEN
               GO TO 0300-ONE-INVOICE-END
           END-IF.
           ADD 1 TO WS-INVOICES-SEEN.

           MOVE 0 TO WS-CLI-ID.
           PERFORM VARYING WS-PCL-IDX FROM 1 BY 1
                   UNTIL WS-PCL-IDX > WS-PCL-TBL-SIZE
               IF WS-PCL-CODE(WS-PCL-IDX) EQUAL
                  WS-INV-CODE(WS-INV-IDX) THEN
                   MOVE WS-PCL-CLI-ID(WS-PCL-IDX) TO WS-CLI-ID
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-MDT-FOUND-IDX.
           IF WS-CLI-ID > 0 THEN
               PERFORM VARYING WS-MDT-IDX FROM 1 BY 1
                       UNTIL WS-MDT-IDX > WS-MDT-TBL-SIZE
                   MOVE WS-MDT-IMAGE(WS-MDT-IDX) TO MDT-RECORD
                   IF MDT-CLI-ID EQUAL WS-CLI-ID AND
                      MDT-DATE <= WS-COLL-DATE THEN
                       MOVE WS-MDT-IDX TO WS-MDT-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-MDT-FOUND-IDX EQUAL 0 THEN
               ADD 1 TO WS-NO-MANDATE-CNT
               GO TO 0300-ONE-INVOICE-END
           END-IF.
           MOVE WS-MDT-IMAGE(WS-MDT-FOUND-IDX) TO MDT-RECORD.

           IF WS-COLLECTED-CNT EQUAL 0 THEN
               PERFORM 0400-OPEN-BANK-FILE-BEGIN
                  THRU 0400-OPEN-BANK-FILE-END
           END-IF.

           MOVE WS-INV-NO(WS-INV-IDX) TO WS-BNK-D-INV-NO.
           MOVE WS-CLI-ID TO WS-BNK-D-CLI-ID.
           MOVE MDT-BANK-REF TO WS-BNK-D-BANK-REF.
           MOVE MDT-DATE TO WS-BNK-D-MDT-DATE.
           MOVE WS-OPEN-AMT TO WS-BNK-D-AMOUNT.
           MOVE WS-INV-CODE(WS-INV-IDX) TO WS-BNK-D-CODE.
           MOVE WS-BNK-DETAIL TO BNK-OUT-RCD.
           WRITE BNK-OUT-RCD.

           MOVE SPACES TO DDC-RECORD.
           MOVE WS-INV-NO(WS-INV-IDX) TO DDC-INV-NO.
           MOVE WS-INV-CODE(WS-INV-IDX) TO DDC-CODE.
           MOVE WS-CLI-ID TO DDC-CLI-ID.
           MOVE MDT-BANK-REF TO DDC-BANK-REF.
           MOVE WS-OPEN-AMT TO DDC-AMOUNT.
           MOVE WS-COLL-DATE TO DDC-COLL-DATE.
           SET DDC-STATUS-PRESENTED TO TRUE.
           MOVE 0 TO DDC-RET-DATE.
           WRITE DDC-RECORD.

      * Counted as received on the debit date unless the bank sends
      * it back.
           MOVE SPACES TO RCV-RECORD.
           MOVE WS-INV-NO(WS-INV-IDX) TO RCV-INV-NO.
           MOVE WS-COLL-DATE TO RCV-DATE.
           MOVE WS-OPEN-AMT TO RCV-AMOUNT.
           MOVE "DD" TO RCV-SOURCE.
           WRITE RCV-RECORD.

           ADD 1 TO WS-COLLECTED-CNT.
           ADD WS-OPEN-AMT TO WS-COLLECTED-TOT.
       0300-ONE-INVOICE-END.

      * Opened on the first invoice to collect, so a run with
      * nothing to take leaves no empty file for the bank.
       0400-OPEN-BANK-FILE-BEGIN.
           MOVE SPACE TO WS-BANK-FILENAME.
           STRING "output/dd-collect-" DELIMITED BY SIZE
                  WS-COLL-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-BANK-FILENAME.
           OPEN OUTPUT BANK-FILE-OUTPUT.
           MOVE WS-CREDITOR-ID TO WS-BNK-H-CREDITOR.
           MOVE WS-COLL-DATE TO WS-BNK-H-COLL-DATE.
           MOVE WS-RUN-DATE TO WS-BNK-H-RUN-DATE.
           MOVE WS-BNK-HEADER TO BNK-OUT-RCD.
           WRITE BNK-OUT-RCD.

           OPEN EXTEND COLLECTION-REGISTER.
           IF NOT WS-DDC-STATUS-OK THEN
               OPEN OUTPUT COLLECTION-REGISTER
           END-IF.
           OPEN EXTEND RECEIPTS-FILE.
           IF NOT WS-RCV-STATUS-OK THEN
               OPEN OUTPUT RECEIPTS-FILE
           END-IF.
       0400-OPEN-BANK-FILE-END.

       0500-CLOSE-BANK-FILE-BEGIN.
           MOVE WS-COLLECTED-CNT TO WS-BNK-T-COUNT.
           MOVE WS-COLLECTED-TOT TO WS-BNK-T-TOTAL.
           MOVE WS-BNK-TRAILER TO BNK-OUT-RCD.
           WRITE BNK-OUT-RCD.
           CLOSE BANK-FILE-OUTPUT.
           CLOSE COLLECTION-REGISTER.
           CLOSE RECEIPTS-FILE.
       0500-CLOSE-BANK-FILE-END.

       0900-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "DDCOLLECT" TO EOD-PROGRAM.
           MOVE WS-INVOICES-SEEN TO EOD-RECORDS-PROC.
           MOVE WS-NO-MANDATE-CNT TO EOD-EXCEPTIONS.
           IF WS-COLLECTED-CNT > 0 THEN
               MOVE 1 TO EOD-FILES-WRITTEN
           ELSE
               MOVE 0 TO EOD-FILES-WRITTEN
           END-IF.
           MOVE WS-COLLECTED-TOT TO EOD-KEY-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE WS-OPERATOR-ID TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0900-EOD-LOG-END.
