       IDENTIFICATION DIVISION.
       PROGRAM-ID. conschk.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * May we contact this client (or this address) on this channel
      * for this purpose today ? Asked by every run that writes to
      * people - maildist, dunning, and any marketing run to come -
      * before anything is queued or printed, so the answer lives in
      * one place.
      *
      * The suppression list always wins. Service mail is allowed
      * unless the latest service consent for the channel was
      * withdrawn; marketing needs a marketing consent standing
      * today. A refusal is logged with the run and the document.
           SELECT SUPPRESSION-INPUT
               ASSIGN TO "data/suppressions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPR-STATUS.

           SELECT CONSENT-INPUT
               ASSIGN TO "data/consentements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNS-STATUS.

           SELECT SUPPRESSED-LOG
               ASSIGN TO "output/suppressed-contacts.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUPPRESSION-INPUT.
       COPY sprrcd.

       FD CONSENT-INPUT.
       COPY cnsrcd.

       FD SUPPRESSED-LOG.
       COPY sprlrcd.

       WORKING-STORAGE SECTION.
       01 WS-SPR-STATUS           PIC X(02).
           88 WS-SPR-STATUS-OK              VALUE "00".
       01 WS-CNS-STATUS           PIC X(02).
           88 WS-CNS-STATUS-OK              VALUE "00".
       01 WS-LOG-STATUS           PIC X(02).
           88 WS-LOG-STATUS-OK              VALUE "00".
       01 WS-EOF                  PIC 9(01).
           88 WS-EOF-TRUE                   VALUE 1.
           88 WS-EOF-FALSE                  VALUE 0.
       77 WS-TODAY                PIC 9(08).
       77 WS-EMAIL                PIC X(50).
       77 WS-WHY                  PIC X(10).
      * The latest consent row for the party, channel and purpose :
      * " " none on file, "Y" standing today, "N" withdrawn or not
      * yet in force.
       77 WS-CONSENT-STATE        PIC X(01).

       LINKAGE SECTION.
       01 LK-CLI-ID               PIC 9(04).
       01 LK-EMAIL                PIC X(50).
       01 LK-CHANNEL              PIC X(01).
       01 LK-PURPOSE              PIC X(01).
       01 LK-CALLER               PIC X(08).
       01 LK-DOCUMENT             PIC X(40).
       01 LK-ALLOWED              PIC 9(01).
           88 LK-ALLOWED-TRUE               VALUE 1.
           88 LK-ALLOWED-FALSE              VALUE 0.

       PROCEDURE DIVISION USING
                                LK-CLI-ID,
                                LK-EMAIL,
                                LK-CHANNEL,
                                LK-PURPOSE,
                                LK-CALLER,
                                LK-DOCUMENT,
                                LK-ALLOWED.
           SET LK-ALLOWED-TRUE TO TRUE.
           MOVE SPACE TO WS-WHY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION UPPER-CASE(LK-EMAIL) TO WS-EMAIL.

           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SUPPRESSION-INPUT.
           IF WS-SPR-STATUS-OK THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ SUPPRESSION-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           IF SPR-RELEASED EQUAL 0 AND
                              (SPR-CHANNEL EQUAL LK-CHANNEL OR
                               SPR-CHANNEL-ALL) AND
                              ((LK-CLI-ID > 0 AND
                                SPR-CLI-ID EQUAL LK-CLI-ID) OR
                               (WS-EMAIL NOT EQUAL SPACE AND
                                FUNCTION UPPER-CASE(SPR-EMAIL)
                                EQUAL WS-EMAIL)) THEN
                               MOVE "SUPPRESSED" TO WS-WHY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPRESSION-INPUT
           END-IF.

           IF WS-WHY EQUAL SPACE THEN
               MOVE SPACE TO WS-CONSENT-STATE
               SET WS-EOF-FALSE TO TRUE
               OPEN INPUT CONSENT-INPUT
               IF WS-CNS-STATUS-OK THEN
                   PERFORM UNTIL WS-EOF-TRUE
                       READ CONSENT-INPUT
                           AT END
                               SET WS-EOF-TRUE TO TRUE
                           NOT AT END
                               PERFORM 0100-ONE-CONSENT-BEGIN
                                  THRU 0100-ONE-CONSENT-END
                       END-READ
                   END-PERFORM
                   CLOSE CONSENT-INPUT
               END-IF
               IF LK-PURPOSE EQUAL "M" AND
                  WS-CONSENT-STATE NOT EQUAL "Y" THEN
                   MOVE "NO CONSENT" TO WS-WHY
               END-IF
               IF LK-PURPOSE NOT EQUAL "M" AND
                  WS-CONSENT-STATE EQUAL "N" THEN
                   MOVE "WITHDRAWN" TO WS-WHY
               END-IF
           END-IF.

           IF WS-WHY EQUAL SPACE THEN
               EXIT PROGRAM
           END-IF.

           SET LK-ALLOWED-FALSE TO TRUE.
           OPEN EXTEND SUPPRESSED-LOG.
           IF NOT WS-LOG-STATUS-OK THEN
               OPEN OUTPUT SUPPRESSED-LOG
           END-IF.
           MOVE SPACES TO SPL-RECORD.
           MOVE WS-TODAY TO SPL-DATE.
           MOVE LK-CALLER TO SPL-CALLER.
           MOVE LK-CLI-ID TO SPL-CLI-ID.
           MOVE LK-CHANNEL TO SPL-CHANNEL.
           MOVE LK-PURPOSE TO SPL-PURPOSE.
           MOVE WS-WHY TO SPL-WHY.
           MOVE LK-DOCUMENT TO SPL-DOCUMENT.
           MOVE LK-EMAIL TO SPL-EMAIL.
           WRITE SPL-RECORD.
           CLOSE SUPPRESSED-LOG.
           EXIT PROGRAM.

      * Rows are in the order they were given, so the last one for
      * the party, channel and purpose is the one that counts.
       0100-ONE-CONSENT-BEGIN.
           IF CNS-CHANNEL NOT EQUAL LK-CHANNEL OR
              CNS-PURPOSE NOT EQUAL LK-PURPOSE THEN
               GO TO 0100-ONE-CONSENT-END
           END-IF.
           IF LK-CLI-ID > 0 AND CNS-CLI-ID EQUAL LK-CLI-ID THEN
               CONTINUE
           ELSE
               IF WS-EMAIL EQUAL SPACE OR
                  FUNCTION UPPER-CASE(CNS-EMAIL) NOT EQUAL WS-EMAIL
                  THEN
                   GO TO 0100-ONE-CONSENT-END
               END-IF
           END-IF.
           IF CNS-GIVEN <= WS-TODAY AND
              (CNS-WITHDRAWN EQUAL 0 OR CNS-WITHDRAWN > WS-TODAY) THEN
               MOVE "Y" TO WS-CONSENT-STATE
           ELSE
               MOVE "N" TO WS-CONSENT-STATE
           END-IF.
       0100-ONE-CONSENT-END.
