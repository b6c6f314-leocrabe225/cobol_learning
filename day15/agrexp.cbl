       IDENTIFICATION DIVISION.
       PROGRAM-ID. agrexp.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGREEMENT-INPUT
               ASSIGN TO "data/accords-prix.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGR-STATUS.

           SELECT CLIENTS-INPUT
               ASSIGN TO "data/clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

      * Agreements running out soon, so sales can renegotiate before
      * the client's next order falls back to the catalogue price.
           SELECT EXPIRY-REPORT-OUTPUT
               ASSIGN TO "output/agreement-expiry.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Shared end-of-day summary log, folded together with the other
      * day15/day17 report programs by eodsum.cbl.
           SELECT EOD-LOG-OUTPUT
               ASSIGN TO "output/eod-summary.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AGREEMENT-INPUT.
       COPY agrrcd.

       FD CLIENTS-INPUT.
       COPY climast.

       FD EXPIRY-REPORT-OUTPUT.
       01 RPT-OUT-RCD               PIC X(80).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-AGR-STATUS               PIC X(02).
           88 WS-AGR-STATUS-OK                  VALUE "00".
       01 WS-F-STATUS                 PIC X(02).
           88 WS-F-STATUS-OK                    VALUE "00".
       01 WS-EOD-STATUS               PIC X(02).
           88 WS-EOD-STATUS-OK                  VALUE "00".

       77 WS-IDX                      PIC 9(04).
       77 WS-CLI-TBL-SIZE             PIC 9(04) VALUE 0.
       01 WS-CLI-TBL.
           05 WS-CLI OCCURS 9999 TIMES.
               10 WS-CLI-ID           PIC 9(04).
               10 WS-CLI-NAME         PIC X(10).
               10 WS-CLI-FNAME        PIC X(10).

      * How far ahead to look; AGR-EXPIRY-DAYS in
      * data/params.txt overrides it.
       77 WS-HORIZON-DAYS             PIC 9(03) VALUE 30.
       01 WS-PARAM-KEY                PIC X(20).
       01 WS-PARAM-VALUE              PIC X(20).
       01 WS-PARAM-FOUND              PIC 9(01).
           88 WS-PARAM-FOUND-TRUE               VALUE 1.
           88 WS-PARAM-FOUND-FALSE              VALUE 0.

       77 WS-RUN-DATE                 PIC 9(08).
       77 WS-HORIZON-DATE             PIC 9(08).
       77 WS-RUN-INTEGER              PIC S9(09) COMP-5.
       77 WS-DAYS-LEFT                PIC S9(05) COMP-5.

       77 WS-AGREEMENTS-READ          PIC 9(05) VALUE 0.
       77 WS-EXPIRING-CNT             PIC 9(05) VALUE 0.
       77 WS-OPERATOR-ID              PIC X(08).

       01 WS-RPT-TITLE-LINE.
           05 FILLER                  PIC X(36) VALUE
               "*** PRICE AGREEMENTS EXPIRING - ".
           05 WS-RPT-TITLE-DATE       PIC 9(08).
           05 FILLER                  PIC X(04) VALUE " ***".

       01 WS-RPT-PARAM-LINE.
           05 FILLER                  PIC X(26) VALUE
               "Expiring on or before   : ".
           05 WS-RPT-HORIZON-DATE     PIC 9(08).
           05 FILLER                  PIC X(02) VALUE " (".
           05 WS-RPT-HORIZON-DAYS     PIC ZZ9.
           05 FILLER                  PIC X(06) VALUE " days)".

       01 WS-RPT-HEADING-LINE.
           05 FILLER                  PIC X(06) VALUE "Agr".
           05 FILLER                  PIC X(26) VALUE "Client".
           05 FILLER                  PIC X(11) VALUE "Item".
           05 FILLER                  PIC X(06) VALUE "From".
           05 FILLER                  PIC X(13) VALUE "Terms".
           05 FILLER                  PIC X(10) VALUE "Expires".
           05 FILLER                  PIC X(04) VALUE "Days".

       01 WS-RPT-DETAIL-LINE.
           05 WS-RPT-NO               PIC 9(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-CLI-ID           PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-CLI-FNAME        PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-CLI-NAME         PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-ITEM             PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-MIN-QTY          PIC ZZ9.
           05 FILLER                  PIC X(03) VALUE SPACE.
           05 WS-RPT-TERMS            PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-EXP              PIC 9(08).
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-DAYS             PIC ZZ9.

       01 WS-RULE-FIXED.
           05 FILLER                  PIC X(06) VALUE "price ".
           05 WS-RULE-PRICE           PIC ZZZ9.
       01 WS-RULE-DISCOUNT.
           05 FILLER                  PIC X(01) VALUE "-".
           05 WS-RULE-PCT             PIC Z9.99.
           05 FILLER                  PIC X(01) VALUE "%".

       01 WS-RPT-TRAILER-LINE.
           05 FILLER                  PIC X(21) VALUE
               "*** END OF REPORT - ".
           05 WS-TRL-RECORDS          PIC ZZZZ9.
           05 FILLER                  PIC X(23) VALUE
               " EXPIRING - READ ".
           05 WS-TRL-TOTAL            PIC ZZZZ9.
           05 FILLER                  PIC X(04) VALUE " ***".

       PROCEDURE DIVISION.
           MOVE "AGR-EXPIRY-DAYS" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-HORIZON-DAYS
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
               WS-RUN-INTEGER + WS-HORIZON-DAYS).

           PERFORM 0100-LOAD-CLIENTS-BEGIN
              THRU 0100-LOAD-CLIENTS-END.
           PERFORM 0200-SCAN-AGREEMENTS-BEGIN
              THRU 0250-CLOSE-REPORT-END.
           PERFORM 0400-WRITE-EOD-LOG-BEGIN
              THRU 0400-WRITE-EOD-LOG-END.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0100-LOAD-CLIENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLIENTS-INPUT.
           IF NOT WS-F-STATUS-OK THEN
               GO TO 0100-LOAD-CLIENTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLIENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-CLI-TBL-SIZE < 9999 THEN
                           ADD 1 TO WS-CLI-TBL-SIZE
                           MOVE CLI-M-ID
                               TO WS-CLI-ID(WS-CLI-TBL-SIZE)
                           MOVE CLI-M-NAME
                               TO WS-CLI-NAME(WS-CLI-TBL-SIZE)
                           MOVE CLI-M-FNAME
                               TO WS-CLI-FNAME(WS-CLI-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTS-INPUT.
       0100-LOAD-CLIENTS-END.

       0200-SCAN-AGREEMENTS-BEGIN.
           OPEN OUTPUT EXPIRY-REPORT-OUTPUT.
           MOVE WS-RUN-DATE TO WS-RPT-TITLE-DATE.
           MOVE WS-RPT-TITLE-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-HORIZON-DATE TO WS-RPT-HORIZON-DATE.
           MOVE WS-HORIZON-DAYS TO WS-RPT-HORIZON-DAYS.
           MOVE WS-RPT-PARAM-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-RPT-HEADING-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT AGREEMENT-INPUT.
           IF NOT WS-AGR-STATUS-OK THEN
               DISPLAY "No data/accords-prix.txt - no agreements to "
                   "report."
               GO TO 0250-CLOSE-REPORT-BEGIN
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ AGREEMENT-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AGREEMENTS-READ
                       IF AGR-EXP-DATE >= WS-RUN-DATE AND
                          AGR-EXP-DATE <= WS-HORIZON-DATE THEN
                           PERFORM 0300-REPORT-AGREEMENT-BEGIN
                              THRU 0300-REPORT-AGREEMENT-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AGREEMENT-INPUT.
       0200-SCAN-AGREEMENTS-END.

       0250-CLOSE-REPORT-BEGIN.
           IF WS-EXPIRING-CNT EQUAL 0 THEN
               MOVE "(none)" TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-IF.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-EXPIRING-CNT TO WS-TRL-RECORDS.
           MOVE WS-AGREEMENTS-READ TO WS-TRL-TOTAL.
           MOVE WS-RPT-TRAILER-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           CLOSE EXPIRY-REPORT-OUTPUT.
           DISPLAY WS-EXPIRING-CNT " agreement(s) expiring by "
               WS-HORIZON-DATE ", in output/agreement-expiry.txt.".
       0250-CLOSE-REPORT-END.

       0300-REPORT-AGREEMENT-BEGIN.
           MOVE AGR-NO        TO WS-RPT-NO.
           MOVE AGR-CLI-ID    TO WS-RPT-CLI-ID.
           MOVE "(unknown)"   TO WS-RPT-CLI-FNAME.
           MOVE SPACE         TO WS-RPT-CLI-NAME.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CLI-TBL-SIZE
               IF WS-CLI-ID(WS-IDX) EQUAL AGR-CLI-ID THEN
                   MOVE WS-CLI-FNAME(WS-IDX) TO WS-RPT-CLI-FNAME
                   MOVE WS-CLI-NAME(WS-IDX)  TO WS-RPT-CLI-NAME
               END-IF
           END-PERFORM.
           MOVE AGR-ITEM-NAME TO WS-RPT-ITEM.
           MOVE AGR-MIN-QTY   TO WS-RPT-MIN-QTY.
           IF AGR-KIND-FIXED THEN
               MOVE AGR-PRICE TO WS-RULE-PRICE
               MOVE WS-RULE-FIXED TO WS-RPT-TERMS
           ELSE
               MOVE AGR-DISC-PCT TO WS-RULE-PCT
               MOVE WS-RULE-DISCOUNT TO WS-RPT-TERMS
           END-IF.
           MOVE AGR-EXP-DATE TO WS-RPT-EXP.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(AGR-EXP-DATE) - WS-RUN-INTEGER.
           MOVE WS-DAYS-LEFT TO WS-RPT-DAYS.
           MOVE WS-RPT-DETAIL-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           ADD 1 TO WS-EXPIRING-CNT.
       0300-REPORT-AGREEMENT-END.

       0400-WRITE-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "AGREXP" TO EOD-PROGRAM.
           MOVE WS-AGREEMENTS-READ TO EOD-RECORDS-PROC.
           MOVE WS-EXPIRING-CNT TO EOD-EXCEPTIONS.
           MOVE 1 TO EOD-FILES-WRITTEN.
           MOVE 0 TO EOD-KEY-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE WS-OPERATOR-ID TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0400-WRITE-EOD-LOG-END.
