       IDENTIFICATION DIVISION.
       PROGRAM-ID. ddmandat.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The direct-debit mandates, one per client, loaded whole and
      * rewritten whole on QUIT when the session changed anything.
           SELECT MANDATE-FILE
               ASSIGN TO "data/mandats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MDT-STATUS.

      * The client extract climaint.cbl keeps in step with the
      * master : a mandate is only taken for a client on it and not
      * deactivated.
           SELECT CLIENTS-INPUT
               ASSIGN TO "data/clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MANDATE-FILE.
       COPY mdtrcd.

       FD CLIENTS-INPUT.
       COPY climast.

       WORKING-STORAGE SECTION.
       77 WS-MDT-STATUS                         PIC X(02).
           88 WS-MDT-STATUS-OK                           VALUE "00".
       77 WS-CLI-STATUS                         PIC X(02).
           88 WS-CLI-STATUS-OK                           VALUE "00".
       77 WS-EOF                                PIC X(01) VALUE "N".
           88 WS-EOF-TRUE                                 VALUE "Y".
           88 WS-EOF-FALSE                                VALUE "N".

       77 WS-MDT-TBL-SIZE                       PIC 9(04) VALUE 0.
       77 WS-MDT-TBL-MAX                        PIC 9(04) VALUE 2000.
       01 WS-MDT-TBL.
           05 WS-MDT-IMAGE      PIC X(56) OCCURS 2000 TIMES.
       77 WS-IDX                                PIC 9(04).
       77 WS-MDT-FOUND-IDX                      PIC 9(04).

      * Live clients by ID : 1 on the extract and not deactivated.
       01 WS-CLI-TBL.
           05 WS-CLI-LIVE       PIC 9(01) OCCURS 9999 TIMES.

       77 WS-COMMAND                            PIC X(10).
       77 WS-ENTRY-ID                           PIC 9(04).
       77 WS-ENTRY-BANK-REF                     PIC X(34).
       77 WS-ENTRY-DATE                         PIC 9(08).
       77 WS-USER-INPUT                         PIC X(01).
       77 WS-SESSION-CHANGES                    PIC 9(03) VALUE 0.
       77 WS-ACTIVE-CNT                         PIC 9(04).
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

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

       PROCEDURE DIVISION.
      * A bank account the company will debit is master data : the
      * same maintenance role climaint.cbl asks for.
           MOVE "ddmandat" TO WS-AUTH-PROGRAM.
           MOVE 3 TO WS-AUTH-NEEDED.
           CALL "chkauth" USING WS-AUTH-PROGRAM WS-AUTH-NEEDED
               WS-AUTH-OK WS-AUTH-OPERATOR WS-AUTH-ROLE
           END-CALL.
           IF WS-AUTH-OK-FALSE THEN
               DISPLAY "Operator " WS-AUTH-OPERATOR " holds role "
                   WS-AUTH-ROLE " - ddmandat needs maintenance. "
                   "Refused and logged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "mandats" TO WS-LOCK-NAME.
           MOVE "GET" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           IF WS-LOCK-OK-FALSE THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0100-LOAD-MANDATES-BEGIN
              THRU 0100-LOAD-MANDATES-END.
           PERFORM 0150-LOAD-CLIENTS-BEGIN
              THRU 0150-LOAD-CLIENTS-END.

           MOVE SPACE TO WS-COMMAND.
           PERFORM UNTIL WS-COMMAND EQUAL "QUIT"
               DISPLAY "Type ADD (new mandate) / REVOKE / LIST / "
                   "QUIT."
               ACCEPT WS-COMMAND
               EVALUATE WS-COMMAND
                   WHEN "ADD"
                       PERFORM 0200-ADD-BEGIN
                          THRU 0200-ADD-END
                   WHEN "REVOKE"
                       PERFORM 0300-REVOKE-BEGIN
                          THRU 0300-REVOKE-END
                   WHEN "LIST"
                       PERFORM 0400-LIST-BEGIN
                          THRU 0400-LIST-END
                   WHEN "QUIT"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unrecognized command : " WS-COMMAND
               END-EVALUATE
           END-PERFORM.

           IF WS-SESSION-CHANGES > 0 THEN
               PERFORM 0500-REWRITE-MANDATES-BEGIN
                  THRU 0500-REWRITE-MANDATES-END
               DISPLAY WS-SESSION-CHANGES " change(s) written to "
                   "data/mandats.txt."
           ELSE
               DISPLAY "No mandate changes this session."
           END-IF.

           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           GOBACK.

       0100-LOAD-MANDATES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT MANDATE-FILE.
           IF NOT WS-MDT-STATUS-OK THEN
               GO TO 0100-LOAD-MANDATES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ MANDATE-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-MDT-TBL-SIZE < WS-MDT-TBL-MAX THEN
                           ADD 1 TO WS-MDT-TBL-SIZE
                           MOVE MDT-RECORD
                               TO WS-MDT-IMAGE(WS-MDT-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MANDATE-FILE.
           SET WS-EOF-FALSE TO TRUE.
       0100-LOAD-MANDATES-END.

       0150-LOAD-CLIENTS-BEGIN.
           INITIALIZE WS-CLI-TBL.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLIENTS-INPUT.
           IF NOT WS-CLI-STATUS-OK THEN
               DISPLAY "No data/clients.txt - no mandate can be "
                   "taken."
               GO TO 0150-LOAD-CLIENTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLIENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF CLI-M-ID IS NUMERIC AND CLI-M-ID > 0 AND
                          CLI-M-STATUS NOT EQUAL "I" THEN
                           MOVE 1 TO WS-CLI-LIVE(CLI-M-ID)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTS-INPUT.
           SET WS-EOF-FALSE TO TRUE.
       0150-LOAD-CLIENTS-END.

      * The client's row, whatever its status; 0 when none.
       0160-FIND-MANDATE-BEGIN.
           MOVE 0 TO WS-MDT-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MDT-TBL-SIZE
               MOVE WS-MDT-IMAGE(WS-IDX) TO MDT-RECORD
               IF MDT-CLI-ID EQUAL WS-ENTRY-ID THEN
                   MOVE WS-IDX TO WS-MDT-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-MDT-FOUND-IDX > 0 THEN
               MOVE WS-MDT-IMAGE(WS-MDT-FOUND-IDX) TO MDT-RECORD
           END-IF.
       0160-FIND-MANDATE-END.

      * A new mandate replaces a revoked one on the same row; an
      * active one must be revoked first, so an account is never
      * swapped without the old one being closed on purpose.
       0200-ADD-BEGIN.
           DISPLAY "Client ID (4 digits) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-ID.
           IF WS-ENTRY-ID EQUAL 0 THEN
               DISPLAY "Client 0000 is not a client - mandate "
                   "refused."
               GO TO 0200-ADD-END
           END-IF.
           IF WS-CLI-LIVE(WS-ENTRY-ID) NOT EQUAL 1 THEN
               DISPLAY "Client " WS-ENTRY-ID " is not an active "
                   "client - mandate refused."
               GO TO 0200-ADD-END
           END-IF.
           PERFORM 0160-FIND-MANDATE-BEGIN
              THRU 0160-FIND-MANDATE-END.
           IF WS-MDT-FOUND-IDX > 0 AND MDT-STATUS-ACTIVE THEN
               DISPLAY "Client " WS-ENTRY-ID " already has an active "
                   "mandate on " MDT-BANK-REF " - REVOKE it first."
               GO TO 0200-ADD-END
           END-IF.

           DISPLAY "Bank account (IBAN) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-BANK-REF.
           IF WS-ENTRY-BANK-REF EQUAL SPACE THEN
               DISPLAY "No bank account - mandate refused."
               GO TO 0200-ADD-END
           END-IF.
           DISPLAY "Date signed (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-DATE.
           CALL "datechk" USING WS-ENTRY-DATE WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK THEN
               DISPLAY "Not a possible date - mandate refused."
               GO TO 0200-ADD-END
           END-IF.

           MOVE SPACES TO MDT-RECORD.
           MOVE WS-ENTRY-ID TO MDT-CLI-ID.
           MOVE WS-ENTRY-BANK-REF TO MDT-BANK-REF.
           MOVE WS-ENTRY-DATE TO MDT-DATE.
           SET MDT-STATUS-ACTIVE TO TRUE.
           IF WS-MDT-FOUND-IDX EQUAL 0 THEN
               IF WS-MDT-TBL-SIZE NOT < WS-MDT-TBL-MAX THEN
                   DISPLAY "Mandate table full - mandate refused."
                   GO TO 0200-ADD-END
               END-IF
               ADD 1 TO WS-MDT-TBL-SIZE
               MOVE WS-MDT-TBL-SIZE TO WS-MDT-FOUND-IDX
           END-IF.
           MOVE MDT-RECORD TO WS-MDT-IMAGE(WS-MDT-FOUND-IDX).
           ADD 1 TO WS-SESSION-CHANGES.
           DISPLAY "Mandate for client " WS-ENTRY-ID " recorded.".
       0200-ADD-END.

       0300-REVOKE-BEGIN.
           DISPLAY "Client ID (4 digits) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-ID.
           PERFORM 0160-FIND-MANDATE-BEGIN
              THRU 0160-FIND-MANDATE-END.
           IF WS-MDT-FOUND-IDX EQUAL 0 OR NOT MDT-STATUS-ACTIVE THEN
               DISPLAY "Client " WS-ENTRY-ID " has no active "
                   "mandate."
               GO TO 0300-REVOKE-END
           END-IF.
           DISPLAY "Revoke the mandate on " MDT-BANK-REF " (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-USER-INPUT.
           IF WS-USER-INPUT NOT EQUAL "Y" THEN
               DISPLAY "Left active."
               GO TO 0300-REVOKE-END
           END-IF.
           SET MDT-STATUS-REVOKED TO TRUE.
           MOVE MDT-RECORD TO WS-MDT-IMAGE(WS-MDT-FOUND-IDX).
           ADD 1 TO WS-SESSION-CHANGES.
           DISPLAY "Mandate revoked - no further debits for client "
               WS-ENTRY-ID ".".
       0300-REVOKE-END.

       0400-LIST-BEGIN.
           MOVE 0 TO WS-ACTIVE-CNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MDT-TBL-SIZE
               MOVE WS-MDT-IMAGE(WS-IDX) TO MDT-RECORD
               DISPLAY MDT-CLI-ID " " MDT-BANK-REF " " MDT-DATE " "
                   MDT-STATUS
               IF MDT-STATUS-ACTIVE THEN
                   ADD 1 TO WS-ACTIVE-CNT
               END-IF
           END-PERFORM.
           DISPLAY WS-MDT-TBL-SIZE " mandate(s), " WS-ACTIVE-CNT
               " active.".
       0400-LIST-END.

       0500-REWRITE-MANDATES-BEGIN.
           OPEN OUTPUT MANDATE-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MDT-TBL-SIZE
               MOVE WS-MDT-IMAGE(WS-IDX) TO MDT-RECORD
               WRITE MDT-RECORD
           END-PERFORM.
           CLOSE MANDATE-FILE.
       0500-REWRITE-MANDATES-END.
