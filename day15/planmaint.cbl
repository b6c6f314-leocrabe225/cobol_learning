       IDENTIFICATION DIVISION.
       PROGRAM-ID. planmaint.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Instalment plans in the agrmaint mould : a client who agrees
      * to clear a balance over time gets a numbered plan, its total
      * spread over monthly instalments; plans are listed and can be
      * cancelled, the whole file held in memory and rewritten on
      * QUIT under its lock.
           SELECT PLAN-FILE
               ASSIGN TO "data/plans-echeances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

           SELECT CLIENTS-INPUT
               ASSIGN TO "data/clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.

      * The level the client was last chased at is kept on the plan,
      * for dunning to pick up again if the plan is broken.
           SELECT DUNNING-REGISTER
               ASSIGN TO "data/dunning-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT AUDIT-OUTPUT
               ASSIGN TO "data/plans-echeances-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PLAN-FILE.
       COPY planrcd.

       FD CLIENTS-INPUT.
       COPY climast.

       FD DUNNING-REGISTER.
       01 REG-RCD.
           05 REG-CLI-ID           PIC 9(04).
           05 FILLER               PIC X(01).
           05 REG-LEVEL            PIC 9(01).
           05 FILLER               PIC X(01).
           05 REG-DATE             PIC 9(08).

       FD AUDIT-OUTPUT.
       01 AUD-OUT-RCD             PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-F-STATUS             PIC X(02).
           88 WS-F-STATUS-OK                VALUE "00".
       01 WS-CLI-STATUS           PIC X(02).
           88 WS-CLI-STATUS-OK              VALUE "00".
       01 WS-REG-STATUS           PIC X(02).
           88 WS-REG-STATUS-OK              VALUE "00".
       01 WS-AUD-STATUS           PIC X(02).
           88 WS-AUD-STATUS-OK              VALUE "00".
       01 WS-EOF                  PIC 9(01).
           88 WS-EOF-TRUE                   VALUE 1.
           88 WS-EOF-FALSE                  VALUE 0.

      * Header and instalment rows as they sit on file : two hundred
      * plans of up to two dozen instalments.
       77 WS-IDX                 PIC 9(05).
       77 WS-PLN-TBL-SIZE        PIC 9(04) VALUE 0.
       77 WS-PLN-TBL-MAX         PIC 9(04) VALUE 5000.
       01 WS-PLN-IMAGE-TBL.
           05 WS-PLN-IMAGE       PIC X(46) OCCURS 5000 TIMES.
       77 WS-PLN-FOUND-IDX       PIC 9(04).
       77 WS-LAST-PLN-NO         PIC 9(05) VALUE 0.

      * The plans as planchk judges them today, so a client already
      * on a running plan cannot be given a second one.
       COPY plntbl REPLACING ==:PREFIX:== BY ==WS==.
       77 WS-CHK-IDX             PIC 9(03).
       77 WS-CHK-FOUND-IDX       PIC 9(03).

      * Active client IDs, so a plan cannot be set up for a client
      * that does not exist or was deactivated.
       77 WS-CLI-TBL-SIZE        PIC 9(04) VALUE 0.
       01 WS-CLI-TBL.
           05 WS-CLI-ID          PIC 9(04) OCCURS 9999 TIMES.
       77 WS-CLI-FOUND           PIC 9(01).
           88 WS-CLI-FOUND-TRUE            VALUE 1.
           88 WS-CLI-FOUND-FALSE           VALUE 0.

       77 WS-COMMAND             PIC X(10).
       77 WS-CONFIRM             PIC X(01).
       77 WS-RUN-DATE            PIC 9(08).
       77 WS-ENTRY-CLI-ID        PIC 9(04).
       77 WS-ENTRY-NO            PIC 9(05).
       77 WS-ENTRY-TOTAL         PIC 9(06)V99.
       77 WS-TOTAL-RAW           PIC X(10).
       77 WS-ENTRY-COUNT         PIC 9(02).
       77 WS-ENTRY-LEVEL         PIC 9(01).
       77 WS-SESSION-CHANGES     PIC 9(04) VALUE 0.
       77 WS-OLD-IMAGE           PIC X(46).

      * The schedule proposed before it is written : equal monthly
      * instalments on the same day of the month as the first, the
      * centimes that do not divide on the last.
       77 WS-INST-IDX            PIC 9(02).
       77 WS-INST-AMT            PIC 9(06)V99.
       01 WS-SCHED-TBL.
           05 WS-SCHED OCCURS 24 TIMES.
               10 WS-SCHED-DATE  PIC 9(08).
               10 WS-SCHED-AMT   PIC 9(06)V99.
       01 WS-FIRST-DUE           PIC 9(08).
       01 WS-FIRST-DUE-R REDEFINES WS-FIRST-DUE.
           05 WS-FIRST-DUE-YYYY  PIC 9(04).
           05 WS-FIRST-DUE-MM    PIC 9(02).
           05 WS-FIRST-DUE-DD    PIC 9(02).
       01 WS-DUE-DATE            PIC 9(08).
       01 WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
           05 WS-DUE-YYYY        PIC 9(04).
           05 WS-DUE-MM          PIC 9(02).
           05 WS-DUE-DD          PIC 9(02).
       77 WS-MONTHS-ON           PIC 9(04).
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       77 WS-SEQ-NAME            PIC X(08).
       77 WS-SEQ-FALLBACK        PIC 9(09).
       77 WS-SEQ-CEILING         PIC 9(09).
       77 WS-SEQ-NEXT            PIC 9(09).

       01 WS-AUDIT-LINE.
           05 WS-AUD-STAMP        PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-AUD-ACTION       PIC X(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-AUD-OPERATOR     PIC X(08).
           05 FILLER              PIC X(03) VALUE " | ".
           05 WS-AUD-OLD          PIC X(46).
           05 FILLER              PIC X(03) VALUE " | ".
           05 WS-AUD-NEW          PIC X(46).

       01 WS-LIST-PLAN-LINE.
           05 FILLER              PIC X(05) VALUE "Plan ".
           05 WS-LST-NO           PIC 9(05).
           05 FILLER              PIC X(08) VALUE " client ".
           05 WS-LST-CLI-ID       PIC 9(04).
           05 FILLER              PIC X(08) VALUE " agreed ".
           05 WS-LST-AGREED       PIC 9(08).
           05 FILLER              PIC X(07) VALUE " total ".
           05 WS-LST-TOTAL        PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(06) VALUE " paid ".
           05 WS-LST-PAID         PIC -Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LST-STATE        PIC X(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LST-STATE-DATE   PIC 9(08).

       01 WS-LIST-INST-LINE.
           05 FILLER              PIC X(04) VALUE SPACE.
           05 WS-LST-INST-NO      PIC Z9.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 WS-LST-INST-DATE    PIC 9(08).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 WS-LST-INST-AMT     PIC ZZZ,ZZ9.99.

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
      * Agreeing terms with a client is credit control's call :
      * maintenance level only.
           MOVE "planmnt" TO WS-AUTH-PROGRAM.
           MOVE 3 TO WS-AUTH-NEEDED.
           CALL "chkauth" USING WS-AUTH-PROGRAM WS-AUTH-NEEDED
               WS-AUTH-OK WS-AUTH-OPERATOR WS-AUTH-ROLE
           END-CALL.
           IF WS-AUTH-OK-FALSE THEN
               DISPLAY "Operator " WS-AUTH-OPERATOR " holds role "
                   WS-AUTH-ROLE " - planmaint needs maintenance. "
                   "Refused and logged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "plans" TO WS-LOCK-NAME.
           MOVE "GET" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           IF WS-LOCK-OK-FALSE THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 0100-LOAD-PLANS-BEGIN
              THRU 0100-LOAD-PLANS-END.
           PERFORM 0150-LOAD-CLIENTS-BEGIN
              THRU 0150-LOAD-CLIENTS-END.
           CALL "planchk" USING WS-RUN-DATE WS-PLN-TBL
           END-CALL.

           MOVE SPACE TO WS-COMMAND.
           PERFORM UNTIL WS-COMMAND EQUAL "QUIT"
               DISPLAY "Type ADD / CANCEL / LIST / QUIT."
               ACCEPT WS-COMMAND
               EVALUATE WS-COMMAND
                   WHEN "ADD"
                       PERFORM 0200-ADD-BEGIN
                          THRU 0200-ADD-END
                   WHEN "CANCEL"
                       PERFORM 0300-CANCEL-BEGIN
                          THRU 0300-CANCEL-END
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
               PERFORM 0500-REWRITE-BEGIN
                  THRU 0500-REWRITE-END
           ELSE
               DISPLAY "No changes this session - "
                   "data/plans-echeances.txt left as it was."
           END-IF.
           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           GOBACK.

       0100-LOAD-PLANS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PLAN-FILE.
           IF NOT WS-F-STATUS-OK THEN
               DISPLAY "No data/plans-echeances.txt - starting from "
                   "an empty plan file."
               GO TO 0100-LOAD-PLANS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ PLAN-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-PLN-TBL-SIZE < WS-PLN-TBL-MAX THEN
                           ADD 1 TO WS-PLN-TBL-SIZE
                           MOVE PLN-RECORD
                               TO WS-PLN-IMAGE(WS-PLN-TBL-SIZE)
                           IF PLN-NO > WS-LAST-PLN-NO THEN
                               MOVE PLN-NO TO WS-LAST-PLN-NO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLAN-FILE.
       0100-LOAD-PLANS-END.

       0150-LOAD-CLIENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLIENTS-INPUT.
           IF NOT WS-CLI-STATUS-OK THEN
               DISPLAY "No data/clients.txt - no plan can be set up "
                   "this session."
               GO TO 0150-LOAD-CLIENTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLIENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF CLI-M-STATUS NOT EQUAL "I" AND
                          WS-CLI-TBL-SIZE < 9999 THEN
                           ADD 1 TO WS-CLI-TBL-SIZE
                           MOVE CLI-M-ID
                               TO WS-CLI-ID(WS-CLI-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTS-INPUT.
       0150-LOAD-CLIENTS-END.

      * One plan per client at a time : a running plan must be kept,
      * broken or cancelled before another is agreed. The plan
      * number comes from getseq, seeded on a first run with the
      * highest number already on file.
       0200-ADD-BEGIN.
           DISPLAY "Client ID (4 digits) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CLI-ID.
           SET WS-CLI-FOUND-FALSE TO TRUE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CLI-TBL-SIZE
               IF WS-CLI-ID(WS-IDX) EQUAL WS-ENTRY-CLI-ID THEN
                   SET WS-CLI-FOUND-TRUE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-CLI-FOUND-FALSE THEN
               DISPLAY "No active client " WS-ENTRY-CLI-ID " - plan "
                   "refused."
               GO TO 0200-ADD-END
           END-IF.
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-PLN-CNT
               IF WS-PLN-CLI-ID(WS-CHK-IDX) EQUAL WS-ENTRY-CLI-ID AND
                  WS-PLN-STATE-RUNNING(WS-CHK-IDX) THEN
                   DISPLAY "Client " WS-ENTRY-CLI-ID " is already on "
                       "running plan " WS-PLN-NO(WS-CHK-IDX)
                       " - plan refused."
                   GO TO 0200-ADD-END
               END-IF
           END-PERFORM.

           DISPLAY "Amount to clear (digits only, centimes last "
               "two) : " WITH NO ADVANCING.
           ACCEPT WS-TOTAL-RAW.
           COMPUTE WS-ENTRY-TOTAL =
               FUNCTION NUMVAL(WS-TOTAL-RAW) / 100.
           IF WS-ENTRY-TOTAL EQUAL 0 THEN
               DISPLAY "Amount of zero - plan refused."
               GO TO 0200-ADD-END
           END-IF.
           DISPLAY "Number of monthly instalments (1-24) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-COUNT.
           IF WS-ENTRY-COUNT < 1 OR WS-ENTRY-COUNT > 24 THEN
               DISPLAY "Between 1 and 24 instalments - plan refused."
               GO TO 0200-ADD-END
           END-IF.
           IF WS-PLN-TBL-SIZE + WS-ENTRY-COUNT + 1 > WS-PLN-TBL-MAX
              OR WS-PLN-CNT >= 200 THEN
               DISPLAY "Plan file is full - plan refused."
               GO TO 0200-ADD-END
           END-IF.
           DISPLAY "First instalment due (YYYYMMDD) : "
               WITH NO ADVANCING.
           ACCEPT WS-FIRST-DUE.
           CALL "datechk" USING WS-FIRST-DUE WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK THEN
               DISPLAY "Not a possible date - plan refused."
               GO TO 0200-ADD-END
           END-IF.
           IF WS-FIRST-DUE < WS-RUN-DATE THEN
               DISPLAY "First instalment already past - plan refused."
               GO TO 0200-ADD-END
           END-IF.

           PERFORM 0250-SCHEDULE-BEGIN
              THRU 0250-SCHEDULE-END.
           DISPLAY "Write the plan (Y/N) ? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT EQUAL "Y" AND WS-CONFIRM NOT EQUAL "y"
              THEN
               DISPLAY "Nothing written."
               GO TO 0200-ADD-END
           END-IF.

           PERFORM 0270-LAST-LEVEL-BEGIN
              THRU 0270-LAST-LEVEL-END.

           MOVE "PLAN" TO WS-SEQ-NAME.
           MOVE WS-LAST-PLN-NO TO WS-SEQ-FALLBACK.
           MOVE 99999 TO WS-SEQ-CEILING.
           CALL "getseq" USING WS-SEQ-NAME WS-SEQ-FALLBACK
               WS-SEQ-CEILING WS-SEQ-NEXT
           END-CALL.
           IF WS-SEQ-NEXT EQUAL 0 THEN
               DISPLAY "No plan number could be allocated - plan "
                   "refused."
               GO TO 0200-ADD-END
           END-IF.
           MOVE WS-SEQ-NEXT TO WS-LAST-PLN-NO.

           MOVE SPACES TO PLN-RECORD.
           MOVE WS-LAST-PLN-NO TO PLN-NO.
           SET PLN-TYPE-HEADER TO TRUE.
           MOVE WS-ENTRY-CLI-ID TO PLN-CLI-ID.
           MOVE WS-ENTRY-COUNT TO PLN-SEQ.
           MOVE WS-RUN-DATE TO PLN-DATE.
           MOVE WS-ENTRY-TOTAL TO PLN-AMT.
           SET PLN-STATUS-AGREED TO TRUE.
           MOVE WS-ENTRY-LEVEL TO PLN-LEVEL.
           MOVE 0 TO PLN-CLOSE-DATE.
           ADD 1 TO WS-PLN-TBL-SIZE.
           MOVE PLN-RECORD TO WS-PLN-IMAGE(WS-PLN-TBL-SIZE).
           MOVE SPACES TO WS-OLD-IMAGE.
           MOVE "ADD" TO WS-AUD-ACTION.
           PERFORM 0700-WRITE-AUDIT-BEGIN
              THRU 0700-WRITE-AUDIT-END.

           PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                   UNTIL WS-INST-IDX > WS-ENTRY-COUNT
               MOVE SPACES TO PLN-RECORD
               MOVE WS-LAST-PLN-NO TO PLN-NO
               SET PLN-TYPE-INSTALMENT TO TRUE
               MOVE WS-ENTRY-CLI-ID TO PLN-CLI-ID
               MOVE WS-INST-IDX TO PLN-SEQ
               MOVE WS-SCHED-DATE(WS-INST-IDX) TO PLN-DATE
               MOVE WS-SCHED-AMT(WS-INST-IDX) TO PLN-AMT
               MOVE 0 TO PLN-LEVEL
               MOVE 0 TO PLN-CLOSE-DATE
               ADD 1 TO WS-PLN-TBL-SIZE
               MOVE PLN-RECORD TO WS-PLN-IMAGE(WS-PLN-TBL-SIZE)
           END-PERFORM.
           ADD 1 TO WS-SESSION-CHANGES.

      * Running from now on, for the rest of the session.
           ADD 1 TO WS-PLN-CNT.
           MOVE WS-LAST-PLN-NO TO WS-PLN-NO(WS-PLN-CNT).
           MOVE WS-ENTRY-CLI-ID TO WS-PLN-CLI-ID(WS-PLN-CNT).
           MOVE WS-RUN-DATE TO WS-PLN-AGREED(WS-PLN-CNT).
           MOVE WS-ENTRY-TOTAL TO WS-PLN-TOTAL(WS-PLN-CNT).
           MOVE 0 TO WS-PLN-PAID(WS-PLN-CNT).
           SET WS-PLN-STATE-RUNNING(WS-PLN-CNT) TO TRUE.
           MOVE WS-RUN-DATE TO WS-PLN-STATE-DATE(WS-PLN-CNT).
           DISPLAY "Plan " WS-LAST-PLN-NO " agreed for client "
               WS-ENTRY-CLI-ID " - dunning and late interest are "
               "held while it runs.".
       0200-ADD-END.

      * Instalment k falls k-1 months after the first, on the same
      * day of the month or the month's last day if it is shorter.
       0250-SCHEDULE-BEGIN.
           DIVIDE WS-ENTRY-TOTAL BY WS-ENTRY-COUNT
               GIVING WS-INST-AMT.
           PERFORM VARYING WS-INST-IDX FROM 1 BY 1
                   UNTIL WS-INST-IDX > WS-ENTRY-COUNT
               COMPUTE WS-MONTHS-ON = WS-FIRST-DUE-MM - 1
                   + WS-INST-IDX - 1
               COMPUTE WS-DUE-YYYY = WS-FIRST-DUE-YYYY
                   + WS-MONTHS-ON / 12
               COMPUTE WS-DUE-MM = FUNCTION MOD(WS-MONTHS-ON, 12) + 1
               MOVE WS-FIRST-DUE-DD TO WS-DUE-DD
               CALL "datechk" USING WS-DUE-DATE WS-RETURN-VALUE
               END-CALL
               PERFORM UNTIL WS-RETURN-OK
                   SUBTRACT 1 FROM WS-DUE-DD
                   CALL "datechk" USING WS-DUE-DATE WS-RETURN-VALUE
                   END-CALL
               END-PERFORM
               MOVE WS-DUE-DATE TO WS-SCHED-DATE(WS-INST-IDX)
               IF WS-INST-IDX EQUAL WS-ENTRY-COUNT THEN
                   COMPUTE WS-SCHED-AMT(WS-INST-IDX) = WS-ENTRY-TOTAL
                       - WS-INST-AMT * (WS-ENTRY-COUNT - 1)
               ELSE
                   MOVE WS-INST-AMT TO WS-SCHED-AMT(WS-INST-IDX)
               END-IF
               MOVE WS-INST-IDX TO WS-LST-INST-NO
               MOVE WS-SCHED-DATE(WS-INST-IDX) TO WS-LST-INST-DATE
               MOVE WS-SCHED-AMT(WS-INST-IDX) TO WS-LST-INST-AMT
               DISPLAY WS-LIST-INST-LINE
           END-PERFORM.
       0250-SCHEDULE-END.

      * The client's last letter level from the dunning register, 0
      * if never chased.
       0270-LAST-LEVEL-BEGIN.
           MOVE 0 TO WS-ENTRY-LEVEL.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT DUNNING-REGISTER.
           IF NOT WS-REG-STATUS-OK THEN
               GO TO 0270-LAST-LEVEL-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ DUNNING-REGISTER
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF REG-CLI-ID EQUAL WS-ENTRY-CLI-ID THEN
                           MOVE REG-LEVEL TO WS-ENTRY-LEVEL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DUNNING-REGISTER.
       0270-LAST-LEVEL-END.

       0280-FIND-PLAN-BEGIN.
           MOVE 0 TO WS-PLN-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PLN-TBL-SIZE
               MOVE WS-PLN-IMAGE(WS-IDX) TO PLN-RECORD
               IF PLN-NO EQUAL WS-ENTRY-NO AND PLN-TYPE-HEADER THEN
                   MOVE WS-IDX TO WS-PLN-FOUND-IDX
               END-IF
           END-PERFORM.
       0280-FIND-PLAN-END.

      * A plan called off by agreement : the client goes back under
      * dunning and late interest from the next run. Kept or broken
      * plans are history and stay as they are.
       0300-CANCEL-BEGIN.
           DISPLAY "Plan number to cancel : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-NO.
           PERFORM 0280-FIND-PLAN-BEGIN
              THRU 0280-FIND-PLAN-END.
           IF WS-PLN-FOUND-IDX EQUAL 0 THEN
               DISPLAY "No plan " WS-ENTRY-NO " on file."
               GO TO 0300-CANCEL-END
           END-IF.
           MOVE 0 TO WS-CHK-FOUND-IDX.
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-PLN-CNT
               IF WS-PLN-NO(WS-CHK-IDX) EQUAL WS-ENTRY-NO THEN
                   MOVE WS-CHK-IDX TO WS-CHK-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-CHK-FOUND-IDX > 0 THEN
               IF NOT WS-PLN-STATE-RUNNING(WS-CHK-FOUND-IDX) THEN
                   DISPLAY "Plan " WS-ENTRY-NO " is no longer running "
                       "- nothing to cancel."
                   GO TO 0300-CANCEL-END
               END-IF
           END-IF.
           MOVE WS-PLN-IMAGE(WS-PLN-FOUND-IDX) TO PLN-RECORD.
           DISPLAY "Cancel plan " PLN-NO " of client " PLN-CLI-ID
               " (Y/N) ? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT EQUAL "Y" AND WS-CONFIRM NOT EQUAL "y"
              THEN
               DISPLAY "Nothing cancelled."
               GO TO 0300-CANCEL-END
           END-IF.
           MOVE PLN-RECORD TO WS-OLD-IMAGE.
           SET PLN-STATUS-CANCELLED TO TRUE.
           MOVE WS-RUN-DATE TO PLN-CLOSE-DATE.
           MOVE PLN-RECORD TO WS-PLN-IMAGE(WS-PLN-FOUND-IDX).
           ADD 1 TO WS-SESSION-CHANGES.
           MOVE "CANCEL" TO WS-AUD-ACTION.
           PERFORM 0700-WRITE-AUDIT-BEGIN
              THRU 0700-WRITE-AUDIT-END.
           IF WS-CHK-FOUND-IDX > 0 THEN
               SET WS-PLN-STATE-CANCELLED(WS-CHK-FOUND-IDX) TO TRUE
               MOVE WS-RUN-DATE
                   TO WS-PLN-STATE-DATE(WS-CHK-FOUND-IDX)
           END-IF.
           DISPLAY "Plan " WS-ENTRY-NO " cancelled.".
       0300-CANCEL-END.

      * Every plan of one client (or all), with what it stands at
      * today and its instalments under it.
       0400-LIST-BEGIN.
           DISPLAY "Client ID to list (0 for all) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CLI-ID.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PLN-TBL-SIZE
               MOVE WS-PLN-IMAGE(WS-IDX) TO PLN-RECORD
               IF WS-ENTRY-CLI-ID EQUAL 0 OR
                  WS-ENTRY-CLI-ID EQUAL PLN-CLI-ID THEN
                   IF PLN-TYPE-HEADER THEN
                       PERFORM 0410-LIST-HEADER-BEGIN
                          THRU 0410-LIST-HEADER-END
                   ELSE
                       MOVE PLN-SEQ TO WS-LST-INST-NO
                       MOVE PLN-DATE TO WS-LST-INST-DATE
                       MOVE PLN-AMT TO WS-LST-INST-AMT
                       DISPLAY WS-LIST-INST-LINE
                   END-IF
               END-IF
           END-PERFORM.
       0400-LIST-END.

       0410-LIST-HEADER-BEGIN.
           MOVE PLN-NO TO WS-LST-NO.
           MOVE PLN-CLI-ID TO WS-LST-CLI-ID.
           MOVE PLN-DATE TO WS-LST-AGREED.
           MOVE PLN-AMT TO WS-LST-TOTAL.
           MOVE 0 TO WS-LST-PAID.
           MOVE "RUNNING" TO WS-LST-STATE.
           MOVE PLN-DATE TO WS-LST-STATE-DATE.
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-PLN-CNT
               IF WS-PLN-NO(WS-CHK-IDX) EQUAL PLN-NO THEN
                   MOVE WS-PLN-PAID(WS-CHK-IDX) TO WS-LST-PAID
                   MOVE WS-PLN-STATE-DATE(WS-CHK-IDX)
                       TO WS-LST-STATE-DATE
                   EVALUATE TRUE
                       WHEN WS-PLN-STATE-KEPT(WS-CHK-IDX)
                           MOVE "KEPT" TO WS-LST-STATE
                       WHEN WS-PLN-STATE-BROKEN(WS-CHK-IDX)
                           MOVE "BROKEN" TO WS-LST-STATE
                       WHEN WS-PLN-STATE-CANCELLED(WS-CHK-IDX)
                           MOVE "CANCELLED" TO WS-LST-STATE
                       WHEN OTHER
                           MOVE "RUNNING" TO WS-LST-STATE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           DISPLAY WS-LIST-PLAN-LINE.
       0410-LIST-HEADER-END.

       0500-REWRITE-BEGIN.
           OPEN OUTPUT PLAN-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PLN-TBL-SIZE
               MOVE WS-PLN-IMAGE(WS-IDX) TO PLN-RECORD
               WRITE PLN-RECORD
           END-PERFORM.
           CLOSE PLAN-FILE.
           DISPLAY WS-PLN-TBL-SIZE " plan row(s) rewritten to "
               "data/plans-echeances.txt.".
       0500-REWRITE-END.

      * The current PLN-RECORD is the after image; the caller put the
      * before image (or spaces for ADD) in WS-OLD-IMAGE.
       0700-WRITE-AUDIT-BEGIN.
           OPEN EXTEND AUDIT-OUTPUT.
           IF NOT WS-AUD-STATUS-OK THEN
               OPEN OUTPUT AUDIT-OUTPUT
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUD-STAMP.
           CALL "getoper" USING WS-AUD-OPERATOR END-CALL.
           MOVE WS-OLD-IMAGE TO WS-AUD-OLD.
           MOVE PLN-RECORD TO WS-AUD-NEW.
           MOVE WS-AUDIT-LINE TO AUD-OUT-RCD.
           WRITE AUD-OUT-RCD.
           CLOSE AUDIT-OUTPUT.
       0700-WRITE-AUDIT-END.
