       IDENTIFICATION DIVISION.
       PROGRAM-ID. ddreturn.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The bank's return/reject file, comma-delimited, one line per
      * debit it could not take :
      *   invoice (end-to-end reference),amount,reason,date YYYYMMDD
           SELECT RETURNS-INPUT
               ASSIGN TO "input/dd-retours.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

      * Loaded whole, the returned rows flipped, rewritten whole.
           SELECT COLLECTION-REGISTER
               ASSIGN TO "data/prelevements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DDC-STATUS.

      * A returned debit takes back the receipt ddcollect.cbl posted
      * with a reversal row, so arrears.cbl sees the invoice open
      * again and chases it from its own date.
           SELECT RECEIPTS-OUTPUT
               ASSIGN TO "data/encaissements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCV-STATUS.

           SELECT RETURNS-REPORT-OUTPUT
               ASSIGN TO DYNAMIC WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

      * Shared end-of-day summary log, folded together with the other
      * day15/day17 report programs by eodsum.cbl.
           SELECT EOD-LOG-OUTPUT
               ASSIGN TO "output/eod-summary.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RETURNS-INPUT.
       01 RET-IN-RCD            PIC X(100).

       FD COLLECTION-REGISTER.
       COPY ddcrcd.

      * "R" in RCV-RVSL marks a reversal and counts against the
      * invoice; RCV-SOURCE "DD" marks a direct-debit row.
       FD RECEIPTS-OUTPUT.
       01 RCV-RECORD.
           05 RCV-INV-NO        PIC 9(05).
           05 FILLER            PIC X(01).
           05 RCV-DATE          PIC 9(08).
           05 FILLER            PIC X(01).
           05 RCV-AMOUNT        PIC 9(07).99.
           05 FILLER            PIC X(01).
           05 RCV-RVSL          PIC X(01).
           05 FILLER            PIC X(01).
           05 RCV-SOURCE        PIC X(02).

       FD RETURNS-REPORT-OUTPUT.
       01 RPT-OUT-RCD           PIC X(100).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       77 WS-RET-STATUS                         PIC X(02).
           88 WS-RET-STATUS-OK                           VALUE "00".
       77 WS-DDC-STATUS                         PIC X(02).
           88 WS-DDC-STATUS-OK                           VALUE "00".
       77 WS-RCV-STATUS                         PIC X(02).
           88 WS-RCV-STATUS-OK                           VALUE "00".
       77 WS-EOD-STATUS                         PIC X(02).
           88 WS-EOD-STATUS-OK                           VALUE "00".
       77 WS-EOF                                PIC X(01) VALUE "N".
           88 WS-EOF-TRUE                                 VALUE "Y".
           88 WS-EOF-FALSE                                VALUE "N".

       77 WS-DDC-TBL-SIZE                       PIC 9(04) VALUE 0.
       77 WS-DDC-TBL-MAX                        PIC 9(04) VALUE 5000.
       01 WS-DDC-TBL.
           05 WS-DDC-IMAGE      PIC X(99) OCCURS 5000 TIMES.
       77 WS-DDC-IDX                            PIC 9(04).
       77 WS-DDC-FOUND-IDX                      PIC 9(04).

      * One return line, split.
       77 WS-RET-INV-X                          PIC X(20).
       77 WS-RET-AMOUNT-X                       PIC X(20).
       77 WS-RET-REASON-X                       PIC X(20).
       77 WS-RET-DATE-X                         PIC X(20).
       77 WS-RET-INV-NO                         PIC 9(05).
       77 WS-RET-AMOUNT                         PIC S9(07)V99.
       77 WS-RET-DATE                           PIC 9(08).
       77 WS-RET-REJECT                         PIC X(30).
       77 WS-DDC-AMOUNT                         PIC S9(07)V99.

       77 WS-LINE-NO                            PIC 9(04) VALUE 0.
       77 WS-RETURNED-CNT                       PIC 9(04) VALUE 0.
       77 WS-RETURNED-TOT                       PIC S9(09)V99 VALUE 0.
       77 WS-REJECTED-CNT                       PIC 9(04) VALUE 0.
       77 WS-RUN-DATE                           PIC 9(08).
       77 WS-RPT-FILENAME                       PIC X(40).
       77 WS-OPERATOR-ID                        PIC X(08).
       77 WS-AMT-SHOWN                          PIC Z,ZZZ,ZZ9.99.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
      * perchk's verdict on the return date : its month may still be
      * open, closed (refused), or closed with the date moved on to
      * the next open month.
       77 WS-PER-PROGRAM                        PIC X(08)
                                                VALUE "ddreturn".
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

       01 WS-RPT-RETURN-LINE.
           05 FILLER              PIC X(08) VALUE "Invoice ".
           05 WS-RPT-R-INV-NO     PIC 9(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RPT-R-CODE       PIC X(09).
           05 FILLER              PIC X(08) VALUE " client ".
           05 WS-RPT-R-CLI-ID     PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RPT-R-AMOUNT     PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(10) VALUE " returned ".
           05 WS-RPT-R-DATE       PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RPT-R-REASON     PIC X(04).

       01 WS-RPT-REJECT-LINE.
           05 FILLER              PIC X(06) VALUE "[Line ".
           05 WS-RPT-J-LINE       PIC ZZZ9.
           05 FILLER              PIC X(02) VALUE "] ".
           05 WS-RPT-J-REASON     PIC X(30).
           05 FILLER              PIC X(03) VALUE " : ".
           05 WS-RPT-J-TEXT       PIC X(55).

       PROCEDURE DIVISION.
           MOVE "ddreturn" TO WS-AUTH-PROGRAM.
           MOVE 2 TO WS-AUTH-NEEDED.
           CALL "chkauth" USING WS-AUTH-PROGRAM WS-AUTH-NEEDED
               WS-AUTH-OK WS-AUTH-OPERATOR WS-AUTH-ROLE
           END-CALL.
           IF WS-AUTH-OK-FALSE THEN
               DISPLAY "Operator " WS-AUTH-OPERATOR " holds role "
                   WS-AUTH-ROLE " - ddreturn needs entry. "
                   "Refused and logged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * The register is shared with ddcollect.cbl's appends.
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
           PERFORM 0010-IMPORT-BEGIN
              THRU 0010-IMPORT-END.

           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           GOBACK.

       0010-IMPORT-BEGIN.
           OPEN INPUT RETURNS-INPUT.
           IF NOT WS-RET-STATUS-OK THEN
               DISPLAY "No input/dd-retours.csv - nothing to import."
               GO TO 0010-IMPORT-END
           END-IF.
           PERFORM 0100-LOAD-REGISTER-BEGIN
              THRU 0100-LOAD-REGISTER-END.

           MOVE SPACE TO WS-RPT-FILENAME.
           STRING "output/dd-returns-" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME.
           OPEN OUTPUT RETURNS-REPORT-OUTPUT.
           MOVE "*** DIRECT-DEBIT RETURNS ***" TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           OPEN EXTEND RECEIPTS-OUTPUT.
           IF NOT WS-RCV-STATUS-OK THEN
               OPEN OUTPUT RECEIPTS-OUTPUT
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
               READ RETURNS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF RET-IN-RCD NOT EQUAL SPACE THEN
                           ADD 1 TO WS-LINE-NO
                           PERFORM 0200-ONE-RETURN-BEGIN
                              THRU 0200-ONE-RETURN-END
                           IF WS-RET-REJECT NOT EQUAL SPACE THEN
                               PERFORM 0220-REJECT-LINE-BEGIN
                                  THRU 0220-REJECT-LINE-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETURNS-INPUT.
           CLOSE RECEIPTS-OUTPUT.

           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RETURNED-TOT TO WS-AMT-SHOWN.
           STRING WS-RETURNED-CNT " debit(s) returned for "
                  WS-AMT-SHOWN ", " WS-REJECTED-CNT
                  " line(s) not applied."
               DELIMITED BY SIZE INTO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           CLOSE RETURNS-REPORT-OUTPUT.

           IF WS-RETURNED-CNT > 0 THEN
               PERFORM 0500-REWRITE-REGISTER-BEGIN
                  THRU 0500-REWRITE-REGISTER-END
           END-IF.
           DISPLAY WS-RETURNED-CNT " debit(s) returned and reversed "
               "in data/encaissements.txt, " WS-REJECTED-CNT
               " line(s) not applied - see "
               FUNCTION TRIM(WS-RPT-FILENAME) ".".
           PERFORM 0900-EOD-LOG-BEGIN
              THRU 0900-EOD-LOG-END.
       0010-IMPORT-END.

       0100-LOAD-REGISTER-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT COLLECTION-REGISTER.
           IF NOT WS-DDC-STATUS-OK THEN
               GO TO 0100-LOAD-REGISTER-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ COLLECTION-REGISTER
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-DDC-TBL-SIZE < WS-DDC-TBL-MAX THEN
                           ADD 1 TO WS-DDC-TBL-SIZE
                           MOVE DDC-RECORD
                               TO WS-DDC-IMAGE(WS-DDC-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COLLECTION-REGISTER.
           SET WS-EOF-FALSE TO TRUE.
       0100-LOAD-REGISTER-END.

      * The return must name a debit still PRESENTED, for the amount
      * presented; anything else is reported and left alone.
       0200-ONE-RETURN-BEGIN.
           MOVE SPACE TO WS-RET-INV-X.
           MOVE SPACE TO WS-RET-AMOUNT-X.
           MOVE SPACE TO WS-RET-REASON-X.
           MOVE SPACE TO WS-RET-DATE-X.
           UNSTRING RET-IN-RCD DELIMITED BY ","
               INTO WS-RET-INV-X WS-RET-AMOUNT-X WS-RET-REASON-X
                    WS-RET-DATE-X
           END-UNSTRING.

           MOVE SPACE TO WS-RET-REJECT.
           MOVE 0 TO WS-RET-AMOUNT.
           MOVE 0 TO WS-RET-DATE.
           MOVE 0 TO WS-DDC-FOUND-IDX.
           IF WS-RET-AMOUNT-X NOT EQUAL SPACE THEN
               COMPUTE WS-RET-AMOUNT = FUNCTION NUMVAL(WS-RET-AMOUNT-X)
           END-IF.
           IF WS-RET-DATE-X(1:8) IS NUMERIC THEN
               MOVE WS-RET-DATE-X(1:8) TO WS-RET-DATE
           END-IF.
           EVALUATE TRUE
               WHEN WS-RET-INV-X(1:5) IS NOT NUMERIC
                   MOVE "REFERENCE NOT AN INVOICE" TO WS-RET-REJECT
               WHEN WS-RET-AMOUNT NOT > 0
                   MOVE "AMOUNT NOT POSITIVE" TO WS-RET-REJECT
               WHEN OTHER
                   CALL "datechk" USING WS-RET-DATE WS-RETURN-VALUE
                   END-CALL
                   IF NOT WS-RETURN-OK THEN
                       MOVE "RETURN DATE NOT YYYYMMDD"
                           TO WS-RET-REJECT
                   END-IF
           END-EVALUATE.
           IF WS-RET-REJECT NOT EQUAL SPACE THEN
               GO TO 0200-ONE-RETURN-END
           END-IF.

           MOVE WS-RET-INV-X(1:5) TO WS-RET-INV-NO.
           MOVE "NO DEBIT PRESENTED" TO WS-RET-REJECT.
           PERFORM VARYING WS-DDC-IDX FROM 1 BY 1
                   UNTIL WS-DDC-IDX > WS-DDC-TBL-SIZE
               MOVE WS-DDC-IMAGE(WS-DDC-IDX) TO DDC-RECORD
               IF DDC-INV-NO EQUAL WS-RET-INV-NO THEN
                   IF DDC-STATUS-PRESENTED THEN
                       MOVE WS-DDC-IDX TO WS-DDC-FOUND-IDX
                       MOVE SPACE TO WS-RET-REJECT
                   ELSE
                       IF WS-DDC-FOUND-IDX EQUAL 0 THEN
                           MOVE "DEBIT ALREADY RETURNED"
                               TO WS-RET-REJECT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DDC-FOUND-IDX EQUAL 0 THEN
               GO TO 0200-ONE-RETURN-END
           END-IF.
           MOVE WS-DDC-IMAGE(WS-DDC-FOUND-IDX) TO DDC-RECORD.
           MOVE DDC-AMOUNT TO WS-DDC-AMOUNT.
           IF WS-RET-AMOUNT NOT EQUAL WS-DDC-AMOUNT THEN
               MOVE "AMOUNT DIFFERS FROM DEBIT" TO WS-RET-REJECT
               GO TO 0200-ONE-RETURN-END
           END-IF.
      * A return dated in a closed month is left on the debit and
      * reported like any other line not applied; moved, the debit
      * is returned and reversed on the new date.
           CALL "perchk" USING WS-PER-PROGRAM WS-RET-DATE
               WS-PER-RESULT
           END-CALL.
           IF WS-PER-REFUSED THEN
               MOVE "RETURN DATE IN CLOSED PERIOD" TO WS-RET-REJECT
               GO TO 0200-ONE-RETURN-END
           END-IF.

           SET DDC-STATUS-RETURNED TO TRUE.
           MOVE WS-RET-DATE TO DDC-RET-DATE.
           MOVE WS-RET-REASON-X(1:4) TO DDC-RET-REASON.
           MOVE DDC-RECORD TO WS-DDC-IMAGE(WS-DDC-FOUND-IDX).

           MOVE SPACES TO RCV-RECORD.
           MOVE DDC-INV-NO TO RCV-INV-NO.
           MOVE WS-RET-DATE TO RCV-DATE.
           MOVE WS-DDC-AMOUNT TO RCV-AMOUNT.
           MOVE "R" TO RCV-RVSL.
           MOVE "DD" TO RCV-SOURCE.
           WRITE RCV-RECORD.

           MOVE DDC-INV-NO TO WS-RPT-R-INV-NO.
           MOVE DDC-CODE TO WS-RPT-R-CODE.
           MOVE DDC-CLI-ID TO WS-RPT-R-CLI-ID.
           MOVE WS-DDC-AMOUNT TO WS-RPT-R-AMOUNT.
           MOVE WS-RET-DATE TO WS-RPT-R-DATE.
           MOVE DDC-RET-REASON TO WS-RPT-R-REASON.
           MOVE WS-RPT-RETURN-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           ADD 1 TO WS-RETURNED-CNT.
           ADD WS-DDC-AMOUNT TO WS-RETURNED-TOT.
       0200-ONE-RETURN-END.

       0220-REJECT-LINE-BEGIN.
           MOVE WS-LINE-NO TO WS-RPT-J-LINE.
           MOVE WS-RET-REJECT TO WS-RPT-J-REASON.
           MOVE RET-IN-RCD TO WS-RPT-J-TEXT.
           MOVE WS-RPT-REJECT-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           ADD 1 TO WS-REJECTED-CNT.
       0220-REJECT-LINE-END.

       0500-REWRITE-REGISTER-BEGIN.
           OPEN OUTPUT COLLECTION-REGISTER.
           PERFORM VARYING WS-DDC-IDX FROM 1 BY 1
                   UNTIL WS-DDC-IDX > WS-DDC-TBL-SIZE
               MOVE WS-DDC-IMAGE(WS-DDC-IDX) TO DDC-RECORD
               WRITE DDC-RECORD
           END-PERFORM.
           CLOSE COLLECTION-REGISTER.
       0500-REWRITE-REGISTER-END.

       0900-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "DDRETURN" TO EOD-PROGRAM.
           MOVE WS-LINE-NO TO EOD-RECORDS-PROC.
           MOVE WS-REJECTED-CNT TO EOD-EXCEPTIONS.
           MOVE 1 TO EOD-FILES-WRITTEN.
           MOVE WS-RETURNED-TOT TO EOD-KEY-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE WS-OPERATOR-ID TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0900-EOD-LOG-END.
