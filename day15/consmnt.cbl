       IDENTIFICATION DIVISION.
       PROGRAM-ID. consmnt.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Who agreed to be contacted, how and what for, and who must
      * not be contacted at all : consents are given and withdrawn,
      * clients and addresses put on the suppression list and
      * released, both files held in memory and rewritten on QUIT
      * under their lock, the planmaint way. Nothing is deleted : a
      * withdrawal or a release is a date on the row.
           SELECT CONSENT-FILE
               ASSIGN TO "data/consentements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNS-STATUS.

           SELECT SUPPRESSION-FILE
               ASSIGN TO "data/suppressions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPR-STATUS.

           SELECT CLIENTS-INPUT
               ASSIGN TO "data/clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONSENT-FILE.
       COPY cnsrcd.

       FD SUPPRESSION-FILE.
       COPY sprrcd.

       FD CLIENTS-INPUT.
       COPY climast.

       WORKING-STORAGE SECTION.
       01 WS-CNS-STATUS           PIC X(02).
           88 WS-CNS-STATUS-OK              VALUE "00".
       01 WS-SPR-STATUS           PIC X(02).
           88 WS-SPR-STATUS-OK              VALUE "00".
       01 WS-CLI-STATUS           PIC X(02).
           88 WS-CLI-STATUS-OK              VALUE "00".
       01 WS-EOF                  PIC 9(01).
           88 WS-EOF-TRUE                   VALUE 1.
           88 WS-EOF-FALSE                  VALUE 0.

      * Both files as they sit on disk.
       77 WS-IDX                 PIC 9(05).
       77 WS-CNS-TBL-SIZE        PIC 9(04) VALUE 0.
       77 WS-CNS-TBL-MAX         PIC 9(04) VALUE 5000.
       01 WS-CNS-IMAGE-TBL.
           05 WS-CNS-IMAGE       PIC X(118) OCCURS 5000 TIMES.
       77 WS-SPR-TBL-SIZE        PIC 9(04) VALUE 0.
       77 WS-SPR-TBL-MAX         PIC 9(04) VALUE 2000.
       01 WS-SPR-IMAGE-TBL.
           05 WS-SPR-IMAGE       PIC X(105) OCCURS 2000 TIMES.
       77 WS-FOUND-IDX           PIC 9(04).

      * Live clients by ID : a consent or a suppression for a
      * client takes the client's name and address from the master.
       01 WS-CLI-TBL.
           05 WS-CLI OCCURS 9999 TIMES.
               10 WS-CLI-LIVE    PIC 9(01).
               10 WS-CLI-NAME    PIC X(10).
               10 WS-CLI-FNAME   PIC X(10).
               10 WS-CLI-EMAIL   PIC X(50).

      * The party the command is about : a client, or a person known
      * by name and email address only (client ID zero).
       77 WS-PARTY-OK            PIC 9(01).
           88 WS-PARTY-OK-TRUE             VALUE 1.
           88 WS-PARTY-OK-FALSE            VALUE 0.
       77 WS-PARTY-CLI-ID        PIC 9(04).
       77 WS-PARTY-NAME          PIC X(15).
       77 WS-PARTY-FNAME         PIC X(15).
       77 WS-PARTY-EMAIL         PIC X(50).
       77 WS-SAME-PARTY          PIC 9(01).
           88 WS-SAME-PARTY-TRUE           VALUE 1.
           88 WS-SAME-PARTY-FALSE          VALUE 0.

       77 WS-COMMAND             PIC X(10).
       77 WS-CONFIRM             PIC X(01).
       77 WS-RUN-DATE            PIC 9(08).
       77 WS-OPERATOR            PIC X(08).
       77 WS-ENTRY-CLI-ID        PIC 9(04).
       77 WS-ENTRY-CHANNEL       PIC X(01).
       77 WS-ENTRY-PURPOSE       PIC X(01).
       77 WS-ENTRY-DATE          PIC X(08).
       77 WS-ENTRY-DATE-9        PIC 9(08).
       77 WS-ENTRY-REASON        PIC X(20).
       77 WS-SESSION-CHANGES     PIC 9(04) VALUE 0.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-LIST-CNS-LINE.
           05 FILLER              PIC X(08) VALUE "Consent ".
           05 WS-LST-CHANNEL      PIC X(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LST-PURPOSE      PIC X(09).
           05 FILLER              PIC X(07) VALUE " given ".
           05 WS-LST-GIVEN        PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LST-STATE        PIC X(19).
           05 FILLER              PIC X(04) VALUE " by ".
           05 WS-LST-OPERATOR     PIC X(08).

       01 WS-LIST-SPR-LINE.
           05 FILLER              PIC X(11) VALUE "Suppressed ".
           05 WS-LSS-CHANNEL      PIC X(05).
           05 FILLER              PIC X(07) VALUE " since ".
           05 WS-LSS-DATE         PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LSS-REASON       PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LSS-STATE        PIC X(19).

       77 WS-AUTH-PROGRAM        PIC X(08).
       77 WS-AUTH-NEEDED         PIC 9(01).
       77 WS-AUTH-OK             PIC 9(01).
           88 WS-AUTH-OK-TRUE              VALUE 1.
           88 WS-AUTH-OK-FALSE             VALUE 0.
       77 WS-AUTH-OPERATOR       PIC X(08).
       77 WS-AUTH-ROLE           PIC X(10).
       77 WS-LOCK-NAME           PIC X(10).
       77 WS-LOCK-ACTION         PIC X(05).
       77 WS-LOCK-OK             PIC 9(01).
           88 WS-LOCK-OK-TRUE              VALUE 1.
           88 WS-LOCK-OK-FALSE             VALUE 0.

       PROCEDURE DIVISION.
      * Recording what a customer said on the phone is front-office
      * work : entry level.
           MOVE "consmnt" TO WS-AUTH-PROGRAM.
           MOVE 2 TO WS-AUTH-NEEDED.
           CALL "chkauth" USING WS-AUTH-PROGRAM WS-AUTH-NEEDED
               WS-AUTH-OK WS-AUTH-OPERATOR WS-AUTH-ROLE
           END-CALL.
           IF WS-AUTH-OK-FALSE THEN
               DISPLAY "Operator " WS-AUTH-OPERATOR " holds role "
                   WS-AUTH-ROLE " - consmnt needs entry. "
                   "Refused and logged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "consents" TO WS-LOCK-NAME.
           MOVE "GET" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           IF WS-LOCK-OK-FALSE THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           CALL "getoper" USING WS-OPERATOR END-CALL.
           PERFORM 0100-LOAD-FILES-BEGIN
              THRU 0100-LOAD-FILES-END.
           PERFORM 0150-LOAD-CLIENTS-BEGIN
              THRU 0150-LOAD-CLIENTS-END.

           MOVE SPACE TO WS-COMMAND.
           PERFORM UNTIL WS-COMMAND EQUAL "QUIT"
               DISPLAY "Type GIVE / WITHDRAW / SUPPRESS / RELEASE / "
                   "LIST / QUIT."
               ACCEPT WS-COMMAND
               EVALUATE WS-COMMAND
                   WHEN "GIVE"
                       PERFORM 0300-GIVE-BEGIN
                          THRU 0300-GIVE-END
                   WHEN "WITHDRAW"
                       PERFORM 0400-WITHDRAW-BEGIN
                          THRU 0400-WITHDRAW-END
                   WHEN "SUPPRESS"
                       PERFORM 0500-SUPPRESS-BEGIN
                          THRU 0500-SUPPRESS-END
                   WHEN "RELEASE"
                       PERFORM 0600-RELEASE-BEGIN
                          THRU 0600-RELEASE-END
                   WHEN "LIST"
                       PERFORM 0700-LIST-BEGIN
                          THRU 0700-LIST-END
                   WHEN "QUIT"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unrecognized command : " WS-COMMAND
               END-EVALUATE
           END-PERFORM.

           IF WS-SESSION-CHANGES > 0 THEN
               PERFORM 0800-REWRITE-BEGIN
                  THRU 0800-REWRITE-END
           ELSE
               DISPLAY "No changes this session - consents and "
                   "suppression list left as they were."
           END-IF.
           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           GOBACK.

       0100-LOAD-FILES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CONSENT-FILE.
           IF NOT WS-CNS-STATUS-OK THEN
               DISPLAY "No data/consentements.txt - starting from "
                   "an empty consent file."
           ELSE
               PERFORM UNTIL WS-EOF-TRUE
                   READ CONSENT-FILE
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           IF WS-CNS-TBL-SIZE < WS-CNS-TBL-MAX THEN
                               ADD 1 TO WS-CNS-TBL-SIZE
                               MOVE CNS-RECORD
                                   TO WS-CNS-IMAGE(WS-CNS-TBL-SIZE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSENT-FILE
           END-IF.

           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SUPPRESSION-FILE.
           IF NOT WS-SPR-STATUS-OK THEN
               DISPLAY "No data/suppressions.txt - starting from "
                   "an empty suppression list."
           ELSE
               PERFORM UNTIL WS-EOF-TRUE
                   READ SUPPRESSION-FILE
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           IF WS-SPR-TBL-SIZE < WS-SPR-TBL-MAX THEN
                               ADD 1 TO WS-SPR-TBL-SIZE
                               MOVE SPR-RECORD
                                   TO WS-SPR-IMAGE(WS-SPR-TBL-SIZE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPRESSION-FILE
           END-IF.
       0100-LOAD-FILES-END.

       0150-LOAD-CLIENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLIENTS-INPUT.
           IF NOT WS-CLI-STATUS-OK THEN
               DISPLAY "No data/clients.txt - only persons can be "
                   "recorded this session."
               GO TO 0150-LOAD-CLIENTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLIENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF CLI-M-STATUS NOT EQUAL "I" AND
                          CLI-M-ID > 0 THEN
                           MOVE 1 TO WS-CLI-LIVE(CLI-M-ID)
                           MOVE CLI-M-NAME TO WS-CLI-NAME(CLI-M-ID)
                           MOVE CLI-M-FNAME TO WS-CLI-FNAME(CLI-M-ID)
                           MOVE CLI-M-EMAIL TO WS-CLI-EMAIL(CLI-M-ID)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTS-INPUT.
       0150-LOAD-CLIENTS-END.

      * A client by ID, or (ID zero) a person by name and email
      * address : the address is what the mailings match them on.
       0200-PARTY-BEGIN.
           SET WS-PARTY-OK-FALSE TO TRUE.
           MOVE SPACE TO WS-PARTY-NAME.
           MOVE SPACE TO WS-PARTY-FNAME.
           MOVE SPACE TO WS-PARTY-EMAIL.
           DISPLAY "Client ID (0 for a person who is not a client) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CLI-ID.
           MOVE WS-ENTRY-CLI-ID TO WS-PARTY-CLI-ID.
           IF WS-PARTY-CLI-ID > 0 THEN
               IF WS-CLI-LIVE(WS-PARTY-CLI-ID) NOT EQUAL 1 THEN
                   DISPLAY "No active client " WS-PARTY-CLI-ID "."
                   GO TO 0200-PARTY-END
               END-IF
               MOVE WS-CLI-NAME(WS-PARTY-CLI-ID) TO WS-PARTY-NAME
               MOVE WS-CLI-FNAME(WS-PARTY-CLI-ID) TO WS-PARTY-FNAME
               MOVE WS-CLI-EMAIL(WS-PARTY-CLI-ID) TO WS-PARTY-EMAIL
               DISPLAY "Client " WS-PARTY-CLI-ID " : "
                   FUNCTION TRIM(WS-PARTY-FNAME) " "
                   FUNCTION TRIM(WS-PARTY-NAME)
           ELSE
               DISPLAY "Name : " WITH NO ADVANCING
               ACCEPT WS-PARTY-NAME
               DISPLAY "First name : " WITH NO ADVANCING
               ACCEPT WS-PARTY-FNAME
               DISPLAY "Email address : " WITH NO ADVANCING
               ACCEPT WS-PARTY-EMAIL
               IF WS-PARTY-EMAIL EQUAL SPACE THEN
                   DISPLAY "A person who is not a client is known by "
                       "their email address - refused."
                   GO TO 0200-PARTY-END
               END-IF
           END-IF.
           SET WS-PARTY-OK-TRUE TO TRUE.
       0200-PARTY-END.

       0210-CHANNEL-PURPOSE-BEGIN.
           SET WS-PARTY-OK-FALSE TO TRUE.
           DISPLAY "Channel (E)mail, (P)ost or (T)elephone : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CHANNEL.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CHANNEL)
               TO WS-ENTRY-CHANNEL.
           IF WS-ENTRY-CHANNEL NOT EQUAL "E" AND
              WS-ENTRY-CHANNEL NOT EQUAL "P" AND
              WS-ENTRY-CHANNEL NOT EQUAL "T" THEN
               DISPLAY "Channel is E, P or T - refused."
               GO TO 0210-CHANNEL-PURPOSE-END
           END-IF.
           DISPLAY "Purpose (S)ervice or (M)arketing : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-PURPOSE.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-PURPOSE)
               TO WS-ENTRY-PURPOSE.
           IF WS-ENTRY-PURPOSE NOT EQUAL "S" AND
              WS-ENTRY-PURPOSE NOT EQUAL "M" THEN
               DISPLAY "Purpose is S or M - refused."
               GO TO 0210-CHANNEL-PURPOSE-END
           END-IF.
           SET WS-PARTY-OK-TRUE TO TRUE.
       0210-CHANNEL-PURPOSE-END.

      * Blank for today; a day that cannot exist or is still to come
      * is refused.
       0220-ENTRY-DATE-BEGIN.
           ACCEPT WS-ENTRY-DATE.
           IF WS-ENTRY-DATE EQUAL SPACE THEN
               MOVE WS-RUN-DATE TO WS-ENTRY-DATE-9
           ELSE
               MOVE WS-ENTRY-DATE TO WS-ENTRY-DATE-9
           END-IF.
           CALL "datechk" USING WS-ENTRY-DATE-9 WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK OR WS-ENTRY-DATE-9 > WS-RUN-DATE THEN
               DISPLAY "Not a possible date, or still to come - "
                   "refused."
               MOVE 0 TO WS-ENTRY-DATE-9
           END-IF.
       0220-ENTRY-DATE-END.

      * The consent standing for the party on the channel and
      * purpose asked, in WS-FOUND-IDX (zero if none).
       0250-FIND-CONSENT-BEGIN.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CNS-TBL-SIZE
               MOVE WS-CNS-IMAGE(WS-IDX) TO CNS-RECORD
               PERFORM 0260-SAME-PARTY-BEGIN
                  THRU 0260-SAME-PARTY-END
               IF WS-SAME-PARTY-TRUE AND
                  CNS-CHANNEL EQUAL WS-ENTRY-CHANNEL AND
                  CNS-PURPOSE EQUAL WS-ENTRY-PURPOSE AND
                  CNS-WITHDRAWN EQUAL 0 THEN
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
       0250-FIND-CONSENT-END.

       0260-SAME-PARTY-BEGIN.
           SET WS-SAME-PARTY-FALSE TO TRUE.
           IF WS-PARTY-CLI-ID > 0 THEN
               IF CNS-CLI-ID EQUAL WS-PARTY-CLI-ID THEN
                   SET WS-SAME-PARTY-TRUE TO TRUE
               END-IF
           ELSE
               IF CNS-CLI-ID EQUAL 0 AND
                  FUNCTION UPPER-CASE(CNS-EMAIL) EQUAL
                  FUNCTION UPPER-CASE(WS-PARTY-EMAIL) THEN
                   SET WS-SAME-PARTY-TRUE TO TRUE
               END-IF
           END-IF.
       0260-SAME-PARTY-END.

       0300-GIVE-BEGIN.
           PERFORM 0200-PARTY-BEGIN
              THRU 0200-PARTY-END.
           IF WS-PARTY-OK-FALSE THEN
               GO TO 0300-GIVE-END
           END-IF.
           PERFORM 0210-CHANNEL-PURPOSE-BEGIN
              THRU 0210-CHANNEL-PURPOSE-END.
           IF WS-PARTY-OK-FALSE THEN
               GO TO 0300-GIVE-END
           END-IF.
           PERFORM 0250-FIND-CONSENT-BEGIN
              THRU 0250-FIND-CONSENT-END.
           IF WS-FOUND-IDX > 0 THEN
               MOVE WS-CNS-IMAGE(WS-FOUND-IDX) TO CNS-RECORD
               DISPLAY "Consent already standing since " CNS-GIVEN
                   " - nothing added."
               GO TO 0300-GIVE-END
           END-IF.
           IF WS-CNS-TBL-SIZE >= WS-CNS-TBL-MAX THEN
               DISPLAY "Consent file is full - refused."
               GO TO 0300-GIVE-END
           END-IF.
           DISPLAY "Date given (YYYYMMDD, blank for today) : "
               WITH NO ADVANCING.
           PERFORM 0220-ENTRY-DATE-BEGIN
              THRU 0220-ENTRY-DATE-END.
           IF WS-ENTRY-DATE-9 EQUAL 0 THEN
               GO TO 0300-GIVE-END
           END-IF.

           MOVE SPACES TO CNS-RECORD.
           MOVE WS-PARTY-CLI-ID TO CNS-CLI-ID.
           MOVE WS-PARTY-NAME TO CNS-NAME.
           MOVE WS-PARTY-FNAME TO CNS-FNAME.
           MOVE WS-PARTY-EMAIL TO CNS-EMAIL.
           MOVE WS-ENTRY-CHANNEL TO CNS-CHANNEL.
           MOVE WS-ENTRY-PURPOSE TO CNS-PURPOSE.
           MOVE WS-ENTRY-DATE-9 TO CNS-GIVEN.
           MOVE 0 TO CNS-WITHDRAWN.
           MOVE WS-OPERATOR TO CNS-OPERATOR.
           ADD 1 TO WS-CNS-TBL-SIZE.
           MOVE CNS-RECORD TO WS-CNS-IMAGE(WS-CNS-TBL-SIZE).
           ADD 1 TO WS-SESSION-CHANGES.
           DISPLAY "Consent recorded.".
       0300-GIVE-END.

       0400-WITHDRAW-BEGIN.
           PERFORM 0200-PARTY-BEGIN
              THRU 0200-PARTY-END.
           IF WS-PARTY-OK-FALSE THEN
               GO TO 0400-WITHDRAW-END
           END-IF.
           PERFORM 0210-CHANNEL-PURPOSE-BEGIN
              THRU 0210-CHANNEL-PURPOSE-END.
           IF WS-PARTY-OK-FALSE THEN
               GO TO 0400-WITHDRAW-END
           END-IF.
           PERFORM 0250-FIND-CONSENT-BEGIN
              THRU 0250-FIND-CONSENT-END.
           IF WS-FOUND-IDX EQUAL 0 THEN
               DISPLAY "No consent standing for that channel and "
                   "purpose - nothing to withdraw."
               GO TO 0400-WITHDRAW-END
           END-IF.
           DISPLAY "Date withdrawn (YYYYMMDD, blank for today) : "
               WITH NO ADVANCING.
           PERFORM 0220-ENTRY-DATE-BEGIN
              THRU 0220-ENTRY-DATE-END.
           IF WS-ENTRY-DATE-9 EQUAL 0 THEN
               GO TO 0400-WITHDRAW-END
           END-IF.
           MOVE WS-CNS-IMAGE(WS-FOUND-IDX) TO CNS-RECORD.
           IF WS-ENTRY-DATE-9 < CNS-GIVEN THEN
               DISPLAY "Withdrawn before it was given (" CNS-GIVEN
                   ") - refused."
               GO TO 0400-WITHDRAW-END
           END-IF.
           MOVE WS-ENTRY-DATE-9 TO CNS-WITHDRAWN.
           MOVE WS-OPERATOR TO CNS-OPERATOR.
           MOVE CNS-RECORD TO WS-CNS-IMAGE(WS-FOUND-IDX).
           ADD 1 TO WS-SESSION-CHANGES.
           DISPLAY "Consent withdrawn as of " WS-ENTRY-DATE-9 ".".
       0400-WITHDRAW-END.

      * The suppression for the party on the channel asked, still
      * standing, in WS-FOUND-IDX (zero if none).
       0450-FIND-SUPPRESSION-BEGIN.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SPR-TBL-SIZE
               MOVE WS-SPR-IMAGE(WS-IDX) TO SPR-RECORD
               IF SPR-RELEASED EQUAL 0 AND
                  SPR-CHANNEL EQUAL WS-ENTRY-CHANNEL AND
                  SPR-CLI-ID EQUAL WS-PARTY-CLI-ID THEN
                   IF WS-PARTY-CLI-ID > 0 OR
                      FUNCTION UPPER-CASE(SPR-EMAIL) EQUAL
                      FUNCTION UPPER-CASE(WS-PARTY-EMAIL) THEN
                       MOVE WS-IDX TO WS-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM.
       0450-FIND-SUPPRESSION-END.

       0460-SUPPRESS-CHANNEL-BEGIN.
           SET WS-PARTY-OK-FALSE TO TRUE.
           DISPLAY "Channel (E)mail, (P)ost, (T)elephone or (*) "
               "all : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CHANNEL.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-CHANNEL)
               TO WS-ENTRY-CHANNEL.
           IF WS-ENTRY-CHANNEL NOT EQUAL "E" AND
              WS-ENTRY-CHANNEL NOT EQUAL "P" AND
              WS-ENTRY-CHANNEL NOT EQUAL "T" AND
              WS-ENTRY-CHANNEL NOT EQUAL "*" THEN
               DISPLAY "Channel is E, P, T or * - refused."
               GO TO 0460-SUPPRESS-CHANNEL-END
           END-IF.
           SET WS-PARTY-OK-TRUE TO TRUE.
       0460-SUPPRESS-CHANNEL-END.

      * A client suppressed carries their address on the row too, so
      * mail already addressed to it is caught as well.
       0500-SUPPRESS-BEGIN.
           PERFORM 0200-PARTY-BEGIN
              THRU 0200-PARTY-END.
           IF WS-PARTY-OK-FALSE THEN
               GO TO 0500-SUPPRESS-END
           END-IF.
           PERFORM 0460-SUPPRESS-CHANNEL-BEGIN
              THRU 0460-SUPPRESS-CHANNEL-END.
           IF WS-PARTY-OK-FALSE THEN
               GO TO 0500-SUPPRESS-END
           END-IF.
           PERFORM 0450-FIND-SUPPRESSION-BEGIN
              THRU 0450-FIND-SUPPRESSION-END.
           IF WS-FOUND-IDX > 0 THEN
               MOVE WS-SPR-IMAGE(WS-FOUND-IDX) TO SPR-RECORD
               DISPLAY "Already suppressed since " SPR-DATE
                   " - nothing added."
               GO TO 0500-SUPPRESS-END
           END-IF.
           IF WS-SPR-TBL-SIZE >= WS-SPR-TBL-MAX THEN
               DISPLAY "Suppression list is full - refused."
               GO TO 0500-SUPPRESS-END
           END-IF.
           DISPLAY "Reason : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-REASON.
           DISPLAY "Suppress (Y/N) ? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT EQUAL "Y" AND WS-CONFIRM NOT EQUAL "y"
              THEN
               DISPLAY "Nothing suppressed."
               GO TO 0500-SUPPRESS-END
           END-IF.

           MOVE SPACES TO SPR-RECORD.
           MOVE WS-PARTY-CLI-ID TO SPR-CLI-ID.
           MOVE WS-PARTY-EMAIL TO SPR-EMAIL.
           MOVE WS-ENTRY-CHANNEL TO SPR-CHANNEL.
           MOVE WS-RUN-DATE TO SPR-DATE.
           MOVE WS-ENTRY-REASON TO SPR-REASON.
           MOVE 0 TO SPR-RELEASED.
           MOVE WS-OPERATOR TO SPR-OPERATOR.
           ADD 1 TO WS-SPR-TBL-SIZE.
           MOVE SPR-RECORD TO WS-SPR-IMAGE(WS-SPR-TBL-SIZE).
           ADD 1 TO WS-SESSION-CHANGES.
           DISPLAY "Suppressed - no run will contact them on that "
               "channel from now on.".
       0500-SUPPRESS-END.

       0600-RELEASE-BEGIN.
           PERFORM 0200-PARTY-BEGIN
              THRU 0200-PARTY-END.
           IF WS-PARTY-OK-FALSE THEN
               GO TO 0600-RELEASE-END
           END-IF.
           PERFORM 0460-SUPPRESS-CHANNEL-BEGIN
              THRU 0460-SUPPRESS-CHANNEL-END.
           IF WS-PARTY-OK-FALSE THEN
               GO TO 0600-RELEASE-END
           END-IF.
           PERFORM 0450-FIND-SUPPRESSION-BEGIN
              THRU 0450-FIND-SUPPRESSION-END.
           IF WS-FOUND-IDX EQUAL 0 THEN
               DISPLAY "No suppression standing on that channel - "
                   "nothing to release."
               GO TO 0600-RELEASE-END
           END-IF.
           MOVE WS-SPR-IMAGE(WS-FOUND-IDX) TO SPR-RECORD.
           DISPLAY "Release the suppression of " SPR-DATE " ("
               FUNCTION TRIM(SPR-REASON) ") (Y/N) ? "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT EQUAL "Y" AND WS-CONFIRM NOT EQUAL "y"
              THEN
               DISPLAY "Nothing released."
               GO TO 0600-RELEASE-END
           END-IF.
           MOVE WS-RUN-DATE TO SPR-RELEASED.
           MOVE WS-OPERATOR TO SPR-OPERATOR.
           MOVE SPR-RECORD TO WS-SPR-IMAGE(WS-FOUND-IDX).
           ADD 1 TO WS-SESSION-CHANGES.
           DISPLAY "Suppression released.".
       0600-RELEASE-END.

      * Everything on file for one party : consents, standing or
      * not, then suppressions.
       0700-LIST-BEGIN.
           PERFORM 0200-PARTY-BEGIN
              THRU 0200-PARTY-END.
           IF WS-PARTY-OK-FALSE THEN
               GO TO 0700-LIST-END
           END-IF.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CNS-TBL-SIZE
               MOVE WS-CNS-IMAGE(WS-IDX) TO CNS-RECORD
               PERFORM 0260-SAME-PARTY-BEGIN
                  THRU 0260-SAME-PARTY-END
               IF WS-SAME-PARTY-TRUE THEN
                   ADD 1 TO WS-FOUND-IDX
                   PERFORM 0710-LIST-CONSENT-BEGIN
                      THRU 0710-LIST-CONSENT-END
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SPR-TBL-SIZE
               MOVE WS-SPR-IMAGE(WS-IDX) TO SPR-RECORD
               IF SPR-CLI-ID EQUAL WS-PARTY-CLI-ID AND
                  (WS-PARTY-CLI-ID > 0 OR
                   FUNCTION UPPER-CASE(SPR-EMAIL) EQUAL
                   FUNCTION UPPER-CASE(WS-PARTY-EMAIL)) THEN
                   ADD 1 TO WS-FOUND-IDX
                   PERFORM 0720-LIST-SUPPRESSION-BEGIN
                      THRU 0720-LIST-SUPPRESSION-END
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX EQUAL 0 THEN
               DISPLAY "No consent or suppression on file."
           END-IF.
       0700-LIST-END.

       0710-LIST-CONSENT-BEGIN.
           EVALUATE TRUE
               WHEN CNS-CHANNEL-EMAIL
                   MOVE "email" TO WS-LST-CHANNEL
               WHEN CNS-CHANNEL-POST
                   MOVE "post" TO WS-LST-CHANNEL
               WHEN OTHER
                   MOVE "phone" TO WS-LST-CHANNEL
           END-EVALUATE.
           IF CNS-PURPOSE-MARKETING THEN
               MOVE "marketing" TO WS-LST-PURPOSE
           ELSE
               MOVE "service" TO WS-LST-PURPOSE
           END-IF.
           MOVE CNS-GIVEN TO WS-LST-GIVEN.
           MOVE SPACES TO WS-LST-STATE.
           IF CNS-WITHDRAWN EQUAL 0 THEN
               MOVE "standing" TO WS-LST-STATE
           ELSE
               STRING "withdrawn " CNS-WITHDRAWN
                   DELIMITED BY SIZE INTO WS-LST-STATE
           END-IF.
           MOVE CNS-OPERATOR TO WS-LST-OPERATOR.
           DISPLAY WS-LIST-CNS-LINE.
       0710-LIST-CONSENT-END.

       0720-LIST-SUPPRESSION-BEGIN.
           EVALUATE SPR-CHANNEL
               WHEN "E"
                   MOVE "email" TO WS-LSS-CHANNEL
               WHEN "P"
                   MOVE "post" TO WS-LSS-CHANNEL
               WHEN "T"
                   MOVE "phone" TO WS-LSS-CHANNEL
               WHEN OTHER
                   MOVE "all" TO WS-LSS-CHANNEL
           END-EVALUATE.
           MOVE SPR-DATE TO WS-LSS-DATE.
           MOVE SPR-REASON TO WS-LSS-REASON.
           MOVE SPACES TO WS-LSS-STATE.
           IF SPR-RELEASED EQUAL 0 THEN
               MOVE "standing" TO WS-LSS-STATE
           ELSE
               STRING "released " SPR-RELEASED
                   DELIMITED BY SIZE INTO WS-LSS-STATE
           END-IF.
           DISPLAY WS-LIST-SPR-LINE.
       0720-LIST-SUPPRESSION-END.

       0800-REWRITE-BEGIN.
           OPEN OUTPUT CONSENT-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CNS-TBL-SIZE
               MOVE WS-CNS-IMAGE(WS-IDX) TO CNS-RECORD
               WRITE CNS-RECORD
           END-PERFORM.
           CLOSE CONSENT-FILE.
           OPEN OUTPUT SUPPRESSION-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SPR-TBL-SIZE
               MOVE WS-SPR-IMAGE(WS-IDX) TO SPR-RECORD
               WRITE SPR-RECORD
           END-PERFORM.
           CLOSE SUPPRESSION-FILE.
           DISPLAY WS-CNS-TBL-SIZE " consent row(s) and "
               WS-SPR-TBL-SIZE " suppression row(s) rewritten.".
       0800-REWRITE-END.
