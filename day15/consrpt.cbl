       IDENTIFICATION DIVISION.
       PROGRAM-ID. consrpt.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The month's consent movements for the data protection file :
      * consents given (opt-ins) and withdrawn (opt-outs) by channel
      * and purpose, the suppression list entries added and released,
      * and every contact a run was told not to make.
           SELECT CONSENT-INPUT
               ASSIGN TO "data/consentements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNS-STATUS.

           SELECT SUPPRESSION-INPUT
               ASSIGN TO "data/suppressions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPR-STATUS.

           SELECT SUPPRESSED-LOG
               ASSIGN TO "output/suppressed-contacts.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT CONSENT-REPORT-OUTPUT
               ASSIGN TO "output/consent-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CONSENT-INPUT.
       COPY cnsrcd.

       FD SUPPRESSION-INPUT.
       COPY sprrcd.

       FD SUPPRESSED-LOG.
       COPY sprlrcd.

       FD CONSENT-REPORT-OUTPUT.
       01 RPT-OUT-RCD               PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.
       01 WS-CNS-STATUS               PIC X(02).
           88 WS-CNS-STATUS-OK                  VALUE "00".
       01 WS-SPR-STATUS               PIC X(02).
           88 WS-SPR-STATUS-OK                  VALUE "00".
       01 WS-LOG-STATUS               PIC X(02).
           88 WS-LOG-STATUS-OK                  VALUE "00".

       77 WS-MONTH-ENTRY              PIC X(06).
       77 WS-MONTH                    PIC 9(06).
       77 WS-MONTH-FIRST              PIC 9(08).
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

      * Movements by channel (email, post, phone) and purpose
      * (service, marketing).
       77 WS-CH                       PIC 9(01).
       77 WS-PU                       PIC 9(01).
       01 WS-MOVE-TBL.
           05 WS-MOVE-CH OCCURS 3 TIMES.
               10 WS-MOVE-PU OCCURS 2 TIMES.
                   15 WS-OPT-IN-CNT   PIC 9(05).
                   15 WS-OPT-OUT-CNT  PIC 9(05).
       77 WS-OPT-IN-TOTAL             PIC 9(05) VALUE 0.
       77 WS-OPT-OUT-TOTAL            PIC 9(05) VALUE 0.
       77 WS-SPR-ADDED                PIC 9(05) VALUE 0.
       77 WS-SPR-RELEASED             PIC 9(05) VALUE 0.
       77 WS-SPR-STANDING             PIC 9(05) VALUE 0.
       77 WS-HELD-SUPPRESSED          PIC 9(05) VALUE 0.
       77 WS-HELD-NO-CONSENT          PIC 9(05) VALUE 0.
       77 WS-HELD-WITHDRAWN           PIC 9(05) VALUE 0.
       77 WS-HELD-TOTAL               PIC 9(05) VALUE 0.

       01 WS-CHANNEL-NAMES.
           05 FILLER                  PIC X(05) VALUE "email".
           05 FILLER                  PIC X(05) VALUE "post ".
           05 FILLER                  PIC X(05) VALUE "phone".
       01 WS-CHANNEL-NAME-TBL REDEFINES WS-CHANNEL-NAMES.
           05 WS-CHANNEL-NAME         PIC X(05) OCCURS 3 TIMES.
       01 WS-PURPOSE-NAMES.
           05 FILLER                  PIC X(09) VALUE "service  ".
           05 FILLER                  PIC X(09) VALUE "marketing".
       01 WS-PURPOSE-NAME-TBL REDEFINES WS-PURPOSE-NAMES.
           05 WS-PURPOSE-NAME         PIC X(09) OCCURS 2 TIMES.

       01 WS-RPT-TITLE-LINE.
           05 FILLER                  PIC X(23) VALUE
               "*** CONSENT REPORT for ".
           05 WS-RPT-TITLE-MONTH      PIC 9(06).
           05 FILLER                  PIC X(04) VALUE " ***".

       01 WS-RPT-CNS-LINE.
           05 WS-RPT-CNS-DATE         PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-CNS-CLI-ID       PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-CNS-NAME         PIC X(15).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-CNS-FNAME        PIC X(15).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-CNS-CHANNEL      PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-CNS-PURPOSE      PIC X(09).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-CNS-OPERATOR     PIC X(08).

       01 WS-RPT-SPR-LINE.
           05 WS-RPT-SPR-DATE         PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-SPR-CLI-ID       PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-SPR-CHANNEL      PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-SPR-REASON       PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-SPR-EMAIL        PIC X(50).

       01 WS-RPT-HELD-LINE.
           05 WS-RPT-HELD-DATE        PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-HELD-CALLER      PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-HELD-CLI-ID      PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-HELD-CHANNEL     PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-HELD-WHY         PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-HELD-DOCUMENT    PIC X(40).

       01 WS-RPT-COUNT-LINE.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-RPT-COUNT-LABEL      PIC X(30).
           05 WS-RPT-COUNT            PIC ZZZZ9.

       PROCEDURE DIVISION.
           DISPLAY "Month to report (YYYYMM, blank for this month) : "
               WITH NO ADVANCING.
           ACCEPT WS-MONTH-ENTRY.
           IF WS-MONTH-ENTRY EQUAL SPACE THEN
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MONTH
           ELSE
               MOVE WS-MONTH-ENTRY TO WS-MONTH
           END-IF.
           COMPUTE WS-MONTH-FIRST = WS-MONTH * 100 + 1.
           CALL "datechk" USING WS-MONTH-FIRST WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK THEN
               DISPLAY "Not a possible month : " WS-MONTH-ENTRY "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           INITIALIZE WS-MOVE-TBL.

           OPEN OUTPUT CONSENT-REPORT-OUTPUT.
           MOVE WS-MONTH TO WS-RPT-TITLE-MONTH.
           MOVE WS-RPT-TITLE-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.

           PERFORM 0100-CONSENTS-BEGIN
              THRU 0100-CONSENTS-END.
           PERFORM 0200-SUPPRESSIONS-BEGIN
              THRU 0200-SUPPRESSIONS-END.
           PERFORM 0300-HELD-BACK-BEGIN
              THRU 0300-HELD-BACK-END.
           PERFORM 0400-TOTALS-BEGIN
              THRU 0400-TOTALS-END.

           CLOSE CONSENT-REPORT-OUTPUT.
           DISPLAY WS-OPT-IN-TOTAL " opt-in(s), " WS-OPT-OUT-TOTAL
               " opt-out(s), " WS-HELD-TOTAL " suppressed contact(s)"
               " - report written to output/consent-report.txt.".
           GOBACK.

      * Opt-ins first, then opt-outs : a consent given and withdrawn
      * within the month shows in both.
       0100-CONSENTS-BEGIN.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Opt-ins (consents given) :" TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CONSENT-INPUT.
           IF NOT WS-CNS-STATUS-OK THEN
               MOVE "  No consent file." TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
               GO TO 0100-CONSENTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CONSENT-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF CNS-GIVEN(1:6) EQUAL WS-MONTH THEN
                           PERFORM 0110-CONSENT-KEYS-BEGIN
                              THRU 0110-CONSENT-KEYS-END
                           ADD 1 TO WS-OPT-IN-CNT(WS-CH, WS-PU)
                           ADD 1 TO WS-OPT-IN-TOTAL
                           MOVE CNS-GIVEN TO WS-RPT-CNS-DATE
                           MOVE WS-RPT-CNS-LINE TO RPT-OUT-RCD
                           WRITE RPT-OUT-RCD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONSENT-INPUT.

           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Opt-outs (consents withdrawn) :" TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CONSENT-INPUT.
           PERFORM UNTIL WS-EOF-TRUE
               READ CONSENT-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF CNS-WITHDRAWN(1:6) EQUAL WS-MONTH THEN
                           PERFORM 0110-CONSENT-KEYS-BEGIN
                              THRU 0110-CONSENT-KEYS-END
                           ADD 1 TO WS-OPT-OUT-CNT(WS-CH, WS-PU)
                           ADD 1 TO WS-OPT-OUT-TOTAL
                           MOVE CNS-WITHDRAWN TO WS-RPT-CNS-DATE
                           MOVE WS-RPT-CNS-LINE TO RPT-OUT-RCD
                           WRITE RPT-OUT-RCD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONSENT-INPUT.
       0100-CONSENTS-END.

       0110-CONSENT-KEYS-BEGIN.
           EVALUATE TRUE
               WHEN CNS-CHANNEL-EMAIL
                   MOVE 1 TO WS-CH
               WHEN CNS-CHANNEL-POST
                   MOVE 2 TO WS-CH
               WHEN OTHER
                   MOVE 3 TO WS-CH
           END-EVALUATE.
           IF CNS-PURPOSE-MARKETING THEN
               MOVE 2 TO WS-PU
           ELSE
               MOVE 1 TO WS-PU
           END-IF.
           MOVE CNS-CLI-ID TO WS-RPT-CNS-CLI-ID.
           MOVE CNS-NAME TO WS-RPT-CNS-NAME.
           MOVE CNS-FNAME TO WS-RPT-CNS-FNAME.
           MOVE WS-CHANNEL-NAME(WS-CH) TO WS-RPT-CNS-CHANNEL.
           MOVE WS-PURPOSE-NAME(WS-PU) TO WS-RPT-CNS-PURPOSE.
           MOVE CNS-OPERATOR TO WS-RPT-CNS-OPERATOR.
       0110-CONSENT-KEYS-END.

       0200-SUPPRESSIONS-BEGIN.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Suppression list - added (A) and released (R) :"
               TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SUPPRESSION-INPUT.
           IF NOT WS-SPR-STATUS-OK THEN
               MOVE "  No suppression list." TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
               GO TO 0200-SUPPRESSIONS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ SUPPRESSION-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       PERFORM 0210-ONE-SUPPRESSION-BEGIN
                          THRU 0210-ONE-SUPPRESSION-END
               END-READ
           END-PERFORM.
           CLOSE SUPPRESSION-INPUT.
       0200-SUPPRESSIONS-END.

       0210-ONE-SUPPRESSION-BEGIN.
           IF SPR-RELEASED EQUAL 0 THEN
               ADD 1 TO WS-SPR-STANDING
           END-IF.
           EVALUATE SPR-CHANNEL
               WHEN "E"
                   MOVE "email" TO WS-RPT-SPR-CHANNEL
               WHEN "P"
                   MOVE "post" TO WS-RPT-SPR-CHANNEL
               WHEN "T"
                   MOVE "phone" TO WS-RPT-SPR-CHANNEL
               WHEN OTHER
                   MOVE "all" TO WS-RPT-SPR-CHANNEL
           END-EVALUATE.
           MOVE SPR-CLI-ID TO WS-RPT-SPR-CLI-ID.
           MOVE SPR-REASON TO WS-RPT-SPR-REASON.
           MOVE SPR-EMAIL TO WS-RPT-SPR-EMAIL.
           IF SPR-DATE(1:6) EQUAL WS-MONTH THEN
               ADD 1 TO WS-SPR-ADDED
               MOVE SPR-DATE TO WS-RPT-SPR-DATE
               MOVE SPACE TO RPT-OUT-RCD
               STRING "A " WS-RPT-SPR-LINE DELIMITED BY SIZE
                   INTO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-IF.
           IF SPR-RELEASED(1:6) EQUAL WS-MONTH THEN
               ADD 1 TO WS-SPR-RELEASED
               MOVE SPR-RELEASED TO WS-RPT-SPR-DATE
               MOVE SPACE TO RPT-OUT-RCD
               STRING "R " WS-RPT-SPR-LINE DELIMITED BY SIZE
                   INTO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-IF.
       0210-ONE-SUPPRESSION-END.

       0300-HELD-BACK-BEGIN.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Suppressed contacts (documents held back) :"
               TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SUPPRESSED-LOG.
           IF NOT WS-LOG-STATUS-OK THEN
               MOVE "  No contact has been held back yet."
                   TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
               GO TO 0300-HELD-BACK-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ SUPPRESSED-LOG
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF SPL-DATE(1:6) EQUAL WS-MONTH THEN
                           PERFORM 0310-ONE-HELD-BEGIN
                              THRU 0310-ONE-HELD-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPPRESSED-LOG.
       0300-HELD-BACK-END.

       0310-ONE-HELD-BEGIN.
           ADD 1 TO WS-HELD-TOTAL.
           EVALUATE SPL-WHY
               WHEN "SUPPRESSED"
                   ADD 1 TO WS-HELD-SUPPRESSED
               WHEN "NO CONSENT"
                   ADD 1 TO WS-HELD-NO-CONSENT
               WHEN OTHER
                   ADD 1 TO WS-HELD-WITHDRAWN
           END-EVALUATE.
           MOVE SPL-DATE TO WS-RPT-HELD-DATE.
           MOVE SPL-CALLER TO WS-RPT-HELD-CALLER.
           MOVE SPL-CLI-ID TO WS-RPT-HELD-CLI-ID.
           MOVE SPL-CHANNEL TO WS-RPT-HELD-CHANNEL.
           MOVE SPL-WHY TO WS-RPT-HELD-WHY.
           MOVE SPL-DOCUMENT TO WS-RPT-HELD-DOCUMENT.
           MOVE WS-RPT-HELD-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
       0310-ONE-HELD-END.

       0400-TOTALS-BEGIN.
           MOVE SPACE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Totals :" TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           PERFORM VARYING WS-CH FROM 1 BY 1 UNTIL WS-CH > 3
               PERFORM VARYING WS-PU FROM 1 BY 1 UNTIL WS-PU > 2
                   MOVE SPACE TO WS-RPT-COUNT-LABEL
                   STRING "Opt-ins " WS-CHANNEL-NAME(WS-CH) " "
                       WS-PURPOSE-NAME(WS-PU) DELIMITED BY SIZE
                       INTO WS-RPT-COUNT-LABEL
                   MOVE WS-OPT-IN-CNT(WS-CH, WS-PU) TO WS-RPT-COUNT
                   MOVE WS-RPT-COUNT-LINE TO RPT-OUT-RCD
                   WRITE RPT-OUT-RCD
                   MOVE SPACE TO WS-RPT-COUNT-LABEL
                   STRING "Opt-outs " WS-CHANNEL-NAME(WS-CH) " "
                       WS-PURPOSE-NAME(WS-PU) DELIMITED BY SIZE
                       INTO WS-RPT-COUNT-LABEL
                   MOVE WS-OPT-OUT-CNT(WS-CH, WS-PU) TO WS-RPT-COUNT
                   MOVE WS-RPT-COUNT-LINE TO RPT-OUT-RCD
                   WRITE RPT-OUT-RCD
               END-PERFORM
           END-PERFORM.
           MOVE "Opt-ins in all" TO WS-RPT-COUNT-LABEL.
           MOVE WS-OPT-IN-TOTAL TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Opt-outs in all" TO WS-RPT-COUNT-LABEL.
           MOVE WS-OPT-OUT-TOTAL TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Suppressions added" TO WS-RPT-COUNT-LABEL.
           MOVE WS-SPR-ADDED TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Suppressions released" TO WS-RPT-COUNT-LABEL.
           MOVE WS-SPR-RELEASED TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Suppressions standing today" TO WS-RPT-COUNT-LABEL.
           MOVE WS-SPR-STANDING TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Held back - suppressed" TO WS-RPT-COUNT-LABEL.
           MOVE WS-HELD-SUPPRESSED TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Held back - no consent" TO WS-RPT-COUNT-LABEL.
           MOVE WS-HELD-NO-CONSENT TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE "Held back - consent withdrawn" TO WS-RPT-COUNT-LABEL.
           MOVE WS-HELD-WITHDRAWN TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
       0400-TOTALS-END.
