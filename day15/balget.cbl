       IDENTIFICATION DIVISION.
       PROGRAM-ID. balget.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One client's row of the balance file, for the programs that
      * deal with one client at a time (cliinq, ordentry). The file
      * is read on every call, so a posting made by another session
      * a minute ago is already in the figures.
           SELECT BALANCE-INPUT
               ASSIGN TO "data/clients-balance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-INPUT.
       01 BAL-IN-RECORD.
           05 BAL-IN-CLI-ID       PIC 9(04).
           05 FILLER              PIC X(67).

       WORKING-STORAGE SECTION.
       01 WS-BAL-STATUS           PIC X(02).
           88 WS-BAL-STATUS-OK              VALUE "00".
       01 WS-EOF                  PIC 9(01).
           88 WS-EOF-TRUE                   VALUE 1.
           88 WS-EOF-FALSE                  VALUE 0.

       LINKAGE SECTION.
       01 LK-CLI-ID               PIC 9(04).
      * Given back zeroed, open on the debit side, when the client
      * has no row : nothing posted yet is nothing owed.
       COPY clibal.
       01 LK-FOUND                PIC 9(01).
           88 LK-FOUND-TRUE                 VALUE 1.
           88 LK-FOUND-FALSE                VALUE 0.

       PROCEDURE DIVISION USING
                                LK-CLI-ID,
                                BAL-RECORD,
                                LK-FOUND.
           SET LK-FOUND-FALSE TO TRUE.
           MOVE SPACES TO BAL-RECORD.
           MOVE LK-CLI-ID TO BAL-CLI-ID.
           MOVE 0 TO BAL-BILLED.
           MOVE 0 TO BAL-CREDITED.
           MOVE 0 TO BAL-PAID.
           MOVE 0 TO BAL-OPEN.
           SET BAL-OPEN-DEBIT TO TRUE.
           MOVE 0 TO BAL-OLDEST-OPEN.
           MOVE 0 TO BAL-LAST-ACTIVITY.

           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT BALANCE-INPUT.
           IF NOT WS-BAL-STATUS-OK THEN
               EXIT PROGRAM
           END-IF.
      * The file is in client ID order : stop at the first row past
      * the one asked for.
           PERFORM UNTIL WS-EOF-TRUE
               READ BALANCE-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF BAL-IN-CLI-ID EQUAL LK-CLI-ID THEN
                           MOVE BAL-IN-RECORD TO BAL-RECORD
                           SET LK-FOUND-TRUE TO TRUE
                           SET WS-EOF-TRUE TO TRUE
                       ELSE
                           IF BAL-IN-CLI-ID IS NUMERIC AND
                              BAL-IN-CLI-ID > LK-CLI-ID THEN
                               SET WS-EOF-TRUE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BALANCE-INPUT.
           EXIT PROGRAM.
