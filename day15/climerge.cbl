       IDENTIFICATION DIVISION.
       PROGRAM-ID. climerge.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
      * Folds a duplicate client into the one that stays : consolid
      * and clidrift find the same company under two IDs, this moves
      * everything the retired ID owns onto the survivor and retires
      * it. MERGE previews every row that would move and only writes
      * once the operator approves; REVERSE puts a merge back from
      * its journal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER
               ASSIGN TO "data/clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-M-ID
               FILE STATUS IS WS-MAST-STATUS.

           SELECT CLIENT-EXTRACT
               ASSIGN TO "data/clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXT-STATUS.

      * The retirement goes down climaint's audited path : the same
      * before/after row in the client audit and the same replayable
      * after-image in the forward-recovery journal.
           SELECT CLIENT-AUDIT-OUTPUT
               ASSIGN TO "data/clients-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT CLIENT-JOURNAL-OUTPUT
               ASSIGN TO "data/clients-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

      * The order master carries the client on every order as its
      * alternate key, so a moved order moves here too and payentry
      * and cliinq find it under the survivor.
           SELECT ORDER-MASTER
               ASSIGN TO "data/commandes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-M-ID
               ALTERNATE RECORD KEY IS ORD-M-CLI-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ORD-STATUS.

      * Generic pair as in backup.cbl : each client-keyed file in the
      * table below is streamed through the work file and copied
      * back, so one SELECT serves them all.
           SELECT DATA-FILE
               ASSIGN TO DYNAMIC WS-SRC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT WORK-FILE
               ASSIGN TO "output/climerge.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.

      * One row per moved or dropped record, with its image, under
      * the merge number : what REVERSE works from.
           SELECT MERGE-JOURNAL
               ASSIGN TO "data/clients-merges.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRG-STATUS.

           SELECT PREVIEW-OUTPUT
               ASSIGN TO "output/climerge-preview.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-MASTER.
       COPY climast.

       FD CLIENT-EXTRACT.
       01 CLI-TXT-RECORD            PIC X(158).

       FD CLIENT-AUDIT-OUTPUT.
       01 AUD-OUT-RECORD            PIC X(385).

       FD CLIENT-JOURNAL-OUTPUT.
       01 JRN-RECORD.
           05 JRN-STAMP            PIC X(14).
           05 FILLER               PIC X(01).
           05 JRN-ACTION           PIC X(06).
           05 FILLER               PIC X(01).
           05 JRN-IMAGE            PIC X(158).

       FD ORDER-MASTER.
       01 ORD-MASTER-RCD.
           05 ORD-M-CLI-ID         PIC 9(04).
           05 FILLER               PIC X(01).
           05 ORD-M-ID             PIC 9(05).
           05 FILLER               PIC X(01).
           05 ORD-M-AMT            PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 ORD-M-DATE           PIC 9(08).
           05 FILLER               PIC X(01).
           05 ORD-M-TYPE           PIC X(01).

       FD DATA-FILE.
       01 DAT-RCD                  PIC X(200).

       FD WORK-FILE.
       01 WRK-RCD                  PIC X(200).

       FD MERGE-JOURNAL.
       01 MRG-RCD.
           05 MRG-NO               PIC 9(05).
           05 FILLER               PIC X(01).
      * MERGE heads a merge (the retired client's image before it was
      * retired), MOVED is a row re-pointed (its image after),
      * DROPPD a row taken out (its image as it was), REVERS marks
      * the merge put back.
           05 MRG-ACTION           PIC X(06).
               88 MRG-ACTION-MERGE            VALUE "MERGE".
               88 MRG-ACTION-MOVED            VALUE "MOVED".
               88 MRG-ACTION-DROPPED          VALUE "DROPPD".
               88 MRG-ACTION-REVERSED         VALUE "REVERS".
           05 FILLER               PIC X(01).
           05 MRG-STAMP            PIC X(14).
           05 FILLER               PIC X(01).
           05 MRG-OPERATOR         PIC X(08).
           05 FILLER               PIC X(01).
           05 MRG-RETIRED          PIC 9(04).
           05 FILLER               PIC X(01).
           05 MRG-SURVIVOR         PIC 9(04).
           05 FILLER               PIC X(01).
           05 MRG-FILE-CODE        PIC X(08).
           05 FILLER               PIC X(01).
           05 MRG-IMAGE            PIC X(158).

       FD PREVIEW-OUTPUT.
       01 PRV-RCD                  PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-MAST-STATUS              PIC X(02).
           88 WS-MAST-STATUS-OK                 VALUE "00".
       01 WS-TXT-STATUS               PIC X(02).
           88 WS-TXT-STATUS-OK                  VALUE "00".
       01 WS-AUD-STATUS               PIC X(02).
           88 WS-AUD-STATUS-OK                  VALUE "00".
       01 WS-JRN-STATUS               PIC X(02).
           88 WS-JRN-STATUS-OK                  VALUE "00".
       01 WS-ORD-STATUS               PIC X(02).
           88 WS-ORD-STATUS-OK                  VALUE "00".
       01 WS-SRC-STATUS               PIC X(02).
           88 WS-SRC-STATUS-OK                  VALUE "00".
       01 WS-WRK-STATUS               PIC X(02).
           88 WS-WRK-STATUS-OK                  VALUE "00".
       01 WS-MRG-STATUS               PIC X(02).
           88 WS-MRG-STATUS-OK                  VALUE "00".
       01 WS-PRV-STATUS               PIC X(02).
           88 WS-PRV-STATUS-OK                  VALUE "00".

       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-STRING-MERGE             PIC X(10) VALUE "MERGE".
       01 WS-STRING-REVERSE           PIC X(10) VALUE "REVERSE".
       01 WS-STRING-QUIT              PIC X(10) VALUE "QUIT".
       77 WS-COMMAND                  PIC X(10).
       77 WS-ANSWER                   PIC X(01).

       77 WS-SURVIVOR-ID              PIC 9(04).
       77 WS-RETIRED-ID               PIC 9(04).
       77 WS-MERGE-NO                 PIC 9(05).
       77 WS-SESSION-CHANGES          PIC 9(03) VALUE 0.
       77 WS-EXTRACT-CNT              PIC 9(04) VALUE 0.

      * Every client-keyed file a merge re-points : where the client
      * ID sits in its row, and whether the file holds one row per
      * client (credit hold, dunning register, mandates) - there two
      * rows cannot both stay, so one is dropped : the retired
      * client's hold or revoked mandate gives way to the survivor's,
      * and the lower of the two dunning levels gives way to the
      * higher. Statements are rebuilt by clistmt from the orders and
      * payments, so the dunning history is the only statement
      * history kept on file. Consents follow the client like any
      * other history; a consent row with no client carries zero and
      * is never touched.
       01 WS-FILE-TBL.
           05 FILLER.
               10 FILLER PIC X(08) VALUE "ORDERS".
               10 FILLER PIC 9(03) VALUE 1.
               10 FILLER PIC X(01) VALUE "N".
               10 FILLER PIC 9(03) VALUE 0.
               10 FILLER PIC X(30) VALUE "data/num-commandes.txt".
           05 FILLER.
               10 FILLER PIC X(08) VALUE "PAYMENTS".
               10 FILLER PIC 9(03) VALUE 1.
               10 FILLER PIC X(01) VALUE "N".
               10 FILLER PIC 9(03) VALUE 0.
               10 FILLER PIC X(30) VALUE "data/paiements.txt".
           05 FILLER.
               10 FILLER PIC X(08) VALUE "POLICIES".
               10 FILLER PIC 9(03) VALUE 11.
               10 FILLER PIC X(01) VALUE "N".
               10 FILLER PIC 9(03) VALUE 0.
               10 FILLER PIC X(30) VALUE "data/police-client.txt".
           05 FILLER.
               10 FILLER PIC X(08) VALUE "BACKORD".
               10 FILLER PIC 9(03) VALUE 7.
               10 FILLER PIC X(01) VALUE "N".
               10 FILLER PIC 9(03) VALUE 0.
               10 FILLER PIC X(30) VALUE "data/backorders.txt".
           05 FILLER.
               10 FILLER PIC X(08) VALUE "DUNHIST".
               10 FILLER PIC 9(03) VALUE 1.
               10 FILLER PIC X(01) VALUE "N".
               10 FILLER PIC 9(03) VALUE 0.
               10 FILLER PIC X(30) VALUE "data/dunning-history.txt".
           05 FILLER.
               10 FILLER PIC X(08) VALUE "HOLDS".
               10 FILLER PIC 9(03) VALUE 1.
               10 FILLER PIC X(01) VALUE "Y".
               10 FILLER PIC 9(03) VALUE 0.
               10 FILLER PIC X(30) VALUE "data/credit-hold.txt".
           05 FILLER.
               10 FILLER PIC X(08) VALUE "DUNREG".
               10 FILLER PIC 9(03) VALUE 1.
               10 FILLER PIC X(01) VALUE "Y".
               10 FILLER PIC 9(03) VALUE 6.
               10 FILLER PIC X(30) VALUE "data/dunning-register.txt".
           05 FILLER.
               10 FILLER PIC X(08) VALUE "PLANS".
               10 FILLER PIC 9(03) VALUE 9.
               10 FILLER PIC X(01) VALUE "N".
               10 FILLER PIC 9(03) VALUE 0.
               10 FILLER PIC X(30) VALUE "data/plans-echeances.txt".
           05 FILLER.
               10 FILLER PIC X(08) VALUE "STANDING".
               10 FILLER PIC 9(03) VALUE 7.
               10 FILLER PIC X(01) VALUE "N".
               10 FILLER PIC 9(03) VALUE 0.
               10 FILLER PIC X(30) VALUE "data/commandes-perm.txt".
           05 FILLER.
               10 FILLER PIC X(08) VALUE "AGREEMNT".
               10 FILLER PIC 9(03) VALUE 7.
               10 FILLER PIC X(01) VALUE "N".
               10 FILLER PIC 9(03) VALUE 0.
               10 FILLER PIC X(30) VALUE "data/accords-prix.txt".
           05 FILLER.
               10 FILLER PIC X(08) VALUE "MANDATES".
               10 FILLER PIC 9(03) VALUE 1.
               10 FILLER PIC X(01) VALUE "Y".
               10 FILLER PIC 9(03) VALUE 0.
               10 FILLER PIC X(30) VALUE "data/mandats.txt".
           05 FILLER.
               10 FILLER PIC X(08) VALUE "CONSENTS".
               10 FILLER PIC 9(03) VALUE 1.
               10 FILLER PIC X(01) VALUE "N".
               10 FILLER PIC 9(03) VALUE 0.
               10 FILLER PIC X(30) VALUE "data/consentements.txt".
       01 WS-FILE-TBL-R REDEFINES WS-FILE-TBL.
           05 WS-FILE OCCURS 12 TIMES.
               10 WS-FILE-CODE        PIC X(08).
               10 WS-FILE-OFFSET      PIC 9(03).
               10 WS-FILE-SINGLE      PIC X(01).
                   88 WS-FILE-SINGLE-TRUE         VALUE "Y".
      * Where the dunning level sits : the higher one is kept.
               10 WS-FILE-LEVEL-POS   PIC 9(03).
               10 WS-FILE-PATH        PIC X(30).
       77 WS-FILE-CNT                 PIC 9(02) VALUE 12.
       77 WS-ORDERS-IDX               PIC 9(02) VALUE 1.
      * The retired client's mandate, when it has one : an ACTIVE one
      * cannot give way to the survivor's row.
       77 WS-MANDATES-IDX             PIC 9(02) VALUE 11.
       77 WS-RETR-MANDATE             PIC X(07).
           88 WS-RETR-MANDATE-ACTIVE            VALUE "ACTIVE".
      * The retired client's branches are master rows, not a file in
      * the table : they are journaled under file code CLIENTS and
      * carry WS-BRANCH-IDX in the REVERSE table.
       77 WS-BRANCH-IDX               PIC 9(02) VALUE 99.
       77 WS-BRANCH-CNT               PIC 9(04).
       77 WS-SURV-PARENT-ID           PIC 9(04).
       77 WS-SURV-GROUP-LIMIT         PIC 9(07)V99.
       77 WS-FILE-IDX                 PIC 9(02).

      * What the preview found per file, and for the one-row files
      * which row goes : R the retired client's, S the survivor's.
       01 WS-FILE-WORK.
           05 WS-FILE-W OCCURS 12 TIMES.
               10 WS-FILE-MOVE-CNT    PIC 9(05).
               10 WS-FILE-DROP-CNT    PIC 9(05).
               10 WS-FILE-SURV-CNT    PIC 9(05).
               10 WS-FILE-RETR-LEVEL  PIC X(01).
               10 WS-FILE-SURV-LEVEL  PIC X(01).
               10 WS-FILE-DROP        PIC X(01).
                   88 WS-FILE-DROP-NONE           VALUE SPACE.
                   88 WS-FILE-DROP-RETIRED        VALUE "R".
                   88 WS-FILE-DROP-SURVIVOR       VALUE "S".
       77 WS-TOTAL-ROWS               PIC 9(05).

       01 WS-ROW                      PIC X(200).
       77 WS-ROW-CLI                  PIC X(04).
       77 WS-OFFSET                   PIC 9(03).
       77 WS-LEVEL-POS                PIC 9(03).
       01 WS-SRC-FILENAME             PIC X(30).
       77 WS-ORD-MASTER-OPEN          PIC 9(01).
           88 WS-ORD-MASTER-OPEN-TRUE           VALUE 1.
           88 WS-ORD-MASTER-OPEN-FALSE          VALUE 0.

       01 WS-PRV-LINE.
           05 WS-PRV-CODE             PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-PRV-WHAT             PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-PRV-IMAGE            PIC X(158).

      * The rows a merge moved and dropped, loaded whole from the
      * journal by REVERSE. MERGE refuses anything bigger, so every
      * merge written can be put back.
       77 WS-REV-TBL-SIZE             PIC 9(04) VALUE 0.
       77 WS-REV-TBL-MAX              PIC 9(04) VALUE 5000.
       01 WS-REV-TBL.
           05 WS-REV OCCURS 5000 TIMES.
               10 WS-REV-FILE-IDX     PIC 9(02).
               10 WS-REV-ACTION       PIC X(06).
               10 WS-REV-USED         PIC X(01).
               10 WS-REV-IMAGE        PIC X(158).
       77 WS-REV-IDX                  PIC 9(04).
       77 WS-REV-FOUND-IDX            PIC 9(04).
       77 WS-REV-HEADER-FOUND         PIC 9(01).
           88 WS-REV-HEADER-FOUND-TRUE          VALUE 1.
           88 WS-REV-HEADER-FOUND-FALSE         VALUE 0.
       77 WS-REV-DONE                 PIC 9(01).
           88 WS-REV-DONE-TRUE                  VALUE 1.
           88 WS-REV-DONE-FALSE                 VALUE 0.
       77 WS-REV-RESTORED-CNT         PIC 9(05).
       77 WS-REV-MISSING-CNT          PIC 9(05).
       01 WS-REV-CLI-IMAGE            PIC X(158).
       01 WS-REV-CLI-R REDEFINES WS-REV-CLI-IMAGE.
           05 FILLER                  PIC X(135).
           05 WS-REV-CLI-STATUS       PIC X(01).
           05 FILLER                  PIC X(22).

       01 WS-SEQ-NAME                 PIC X(08) VALUE "MERGE".
       01 WS-SEQ-FALLBACK             PIC 9(09) VALUE 0.
       01 WS-SEQ-CEILING              PIC 9(09) VALUE 99999.
       01 WS-SEQ-NEXT                 PIC 9(09).

       77 WS-MRG-STAMP                PIC X(14).
       77 WS-MRG-OPERATOR             PIC X(08).
       77 WS-MRG-ACTION               PIC X(06).
       77 WS-MRG-FILE-CODE            PIC X(08).
       01 WS-MRG-IMAGE                PIC X(158).

      * The client audit row, laid out exactly as climaint writes it.
       01 WS-AUDIT-LINE.
           05 WS-AUD-CLI-ID           PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-AUD-ACTION           PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-AUD-STAMP            PIC X(14).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-AUD-OPERATOR         PIC X(08).
           05 FILLER                  PIC X(03) VALUE " | ".
           05 WS-AUD-OLD-VALUE        PIC X(138).
           05 FILLER                  PIC X(03) VALUE " | ".
           05 WS-AUD-NEW-VALUE        PIC X(138).
           05 FILLER                  PIC X(03) VALUE " | ".
           05 WS-AUD-ROLE             PIC X(10).
           05 FILLER                  PIC X(03) VALUE " | ".
           05 WS-AUD-OLD-TERMS        PIC X(04).
           05 FILLER                  PIC X(03) VALUE " | ".
           05 WS-AUD-NEW-TERMS        PIC X(04).
           05 FILLER                  PIC X(03) VALUE " | ".
           05 WS-AUD-OLD-GROUP        PIC X(14).
           05 FILLER                  PIC X(03) VALUE " | ".
           05 WS-AUD-NEW-GROUP        PIC X(14).
       01 WS-AUDIT-OLD-IMAGE          PIC X(158).
       01 WS-AUDIT-OLD-R REDEFINES WS-AUDIT-OLD-IMAGE.
           05 FILLER                  PIC X(139).
           05 WS-AUDIT-OLD-TERMS      PIC X(04).
           05 FILLER                  PIC X(01).
           05 WS-AUDIT-OLD-GROUP      PIC X(14).

      * A merge rewrites the master like any climaint change, so it
      * needs the same maintenance role.
       77 WS-AUTH-PROGRAM             PIC X(08).
       77 WS-AUTH-NEEDED              PIC 9(01).
       77 WS-AUTH-OK                  PIC 9(01).
           88 WS-AUTH-OK-TRUE                   VALUE 1.
           88 WS-AUTH-OK-FALSE                  VALUE 0.
       77 WS-AUTH-OPERATOR            PIC X(08).
       77 WS-AUTH-ROLE                PIC X(10).

       77 WS-LOCK-NAME                PIC X(10).
       77 WS-LOCK-ACTION              PIC X(05).
       77 WS-LOCK-OK                  PIC 9(01).
           88 WS-LOCK-OK-TRUE                   VALUE 1.
           88 WS-LOCK-OK-FALSE                  VALUE 0.

      * The maintenance locks of the files a merge rewrites beyond the
      * client master's own, held only while a MERGE or REVERSE is
      * being applied.
       01 WS-FILE-LOCK-TBL.
           05 FILLER PIC X(50) VALUE
               "plans     commperm  accords   mandats   consents  ".
       01 WS-FILE-LOCK-TBL-R REDEFINES WS-FILE-LOCK-TBL.
           05 WS-FILE-LOCK-ENTRY      PIC X(10) OCCURS 5 TIMES.
       77 WS-FILE-LOCK-CNT            PIC 9(01) VALUE 5.
       77 WS-FILE-LOCKS-HELD          PIC 9(01) VALUE 0.
       77 WS-FILE-LOCK-IDX            PIC 9(01).
       77 WS-FILE-LOCK-NAME           PIC X(10).

       PROCEDURE DIVISION.
           MOVE "climerge" TO WS-AUTH-PROGRAM.
           MOVE 3 TO WS-AUTH-NEEDED.
           CALL "chkauth" USING WS-AUTH-PROGRAM WS-AUTH-NEEDED
               WS-AUTH-OK WS-AUTH-OPERATOR WS-AUTH-ROLE
           END-CALL.
           IF WS-AUTH-OK-FALSE THEN
               DISPLAY "Operator " WS-AUTH-OPERATOR " holds role "
                   WS-AUTH-ROLE " - climerge needs maintenance. "
                   "Refused and logged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * The client master's lock : climaint cannot amend either
      * client while its history is being moved.
           MOVE "clients" TO WS-LOCK-NAME.
           MOVE "GET" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           IF WS-LOCK-OK-FALSE THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CLIENT-MASTER.
           IF NOT WS-MAST-STATUS-OK THEN
               DISPLAY "Unable to open data/clients.dat, status "
                   WS-MAST-STATUS " - run climaint LOAD first."
               PERFORM 0900-FREE-LOCK-BEGIN
                  THRU 0900-FREE-LOCK-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACE TO WS-COMMAND.
           PERFORM UNTIL WS-COMMAND EQUAL WS-STRING-QUIT
               DISPLAY "Type " WS-STRING-MERGE " / "
                               WS-STRING-REVERSE " / "
                               WS-STRING-QUIT "."
               ACCEPT WS-COMMAND
               EVALUATE WS-COMMAND
                   WHEN WS-STRING-MERGE
                       PERFORM 0100-MERGE-BEGIN
                          THRU 0100-MERGE-END
                       PERFORM 0920-FREE-FILE-LOCKS-BEGIN
                          THRU 0920-FREE-FILE-LOCKS-END
                   WHEN WS-STRING-REVERSE
                       PERFORM 0300-REVERSE-BEGIN
                          THRU 0300-REVERSE-END
                       PERFORM 0920-FREE-FILE-LOCKS-BEGIN
                          THRU 0920-FREE-FILE-LOCKS-END
                   WHEN WS-STRING-QUIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unrecognized command : " WS-COMMAND
               END-EVALUATE
           END-PERFORM.

           CLOSE CLIENT-MASTER.
           IF WS-SESSION-CHANGES > 0 THEN
               PERFORM 0500-EXTRACT-BEGIN
                  THRU 0500-EXTRACT-END
           END-IF.
           PERFORM 0900-FREE-LOCK-BEGIN
              THRU 0900-FREE-LOCK-END.
           GOBACK.

      * Both IDs are checked against the master, every row that
      * would move is previewed, and nothing is written until the
      * operator says Y.
       0100-MERGE-BEGIN.
           DISPLAY "Surviving client ID : " WITH NO ADVANCING.
           ACCEPT WS-SURVIVOR-ID.
           DISPLAY "Retired client ID   : " WITH NO ADVANCING.
           ACCEPT WS-RETIRED-ID.
           IF WS-SURVIVOR-ID EQUAL WS-RETIRED-ID THEN
               DISPLAY "A client cannot be merged into itself."
               GO TO 0100-MERGE-END
           END-IF.

           MOVE WS-SURVIVOR-ID TO CLI-M-ID.
           READ CLIENT-MASTER
               INVALID KEY
                   DISPLAY "No client " WS-SURVIVOR-ID
                       " in the master."
                   GO TO 0100-MERGE-END
           END-READ.
           IF CLI-M-STATUS EQUAL "I" THEN
               DISPLAY "Client " WS-SURVIVOR-ID " is deactivated - "
                   "it cannot survive a merge."
               GO TO 0100-MERGE-END
           END-IF.
           DISPLAY "Survivor : " CLI-M-ID " " CLI-M-FNAME " "
               CLI-M-NAME " " CLI-M-ADDRESS.
           MOVE 0 TO WS-SURV-PARENT-ID.
           IF CLI-M-PARENT-ID IS NUMERIC THEN
               MOVE CLI-M-PARENT-ID TO WS-SURV-PARENT-ID
           END-IF.
           MOVE 0 TO WS-SURV-GROUP-LIMIT.
           IF CLI-M-GROUP-LIMIT IS NUMERIC THEN
               MOVE CLI-M-GROUP-LIMIT TO WS-SURV-GROUP-LIMIT
           END-IF.

           MOVE WS-RETIRED-ID TO CLI-M-ID.
           READ CLIENT-MASTER
               INVALID KEY
                   DISPLAY "No client " WS-RETIRED-ID
                       " in the master."
                   GO TO 0100-MERGE-END
           END-READ.
           IF CLI-M-STATUS EQUAL "I" THEN
               DISPLAY "Client " WS-RETIRED-ID " is already "
                   "deactivated."
               GO TO 0100-MERGE-END
           END-IF.
           DISPLAY "Retired  : " CLI-M-ID " " CLI-M-FNAME " "
               CLI-M-NAME " " CLI-M-ADDRESS.
           MOVE CLI-MASTER-RCD TO WS-AUDIT-OLD-IMAGE.

           PERFORM 0110-PREVIEW-BEGIN
              THRU 0110-PREVIEW-END.
      * The retired client's branches go over to the survivor, which
      * cannot take them if it is a branch itself : groups are one
      * level deep.
           IF WS-BRANCH-CNT > 0 AND WS-SURV-PARENT-ID > 0 THEN
               DISPLAY "Client " WS-RETIRED-ID " heads "
                   WS-BRANCH-CNT " branch(es) and " WS-SURVIVOR-ID
                   " is a branch of " WS-SURV-PARENT-ID " - groups "
                   "are one level deep. Merge refused."
               GO TO 0100-MERGE-END
           END-IF.
           IF WS-TOTAL-ROWS > WS-REV-TBL-MAX THEN
               DISPLAY WS-TOTAL-ROWS " rows would move - more than "
                   "one merge can put back. Merge refused."
               GO TO 0100-MERGE-END
           END-IF.
      * Dropping an active mandate would quietly stop the collections
      * it pays : the operator settles which one stands in ddmandat.
           IF WS-RETR-MANDATE-ACTIVE AND
              WS-FILE-SURV-CNT(WS-MANDATES-IDX) > 0 THEN
               DISPLAY "Both clients hold a direct-debit mandate and "
                   WS-RETIRED-ID "'s is active - revoke one in "
                   "ddmandat (and sign again if need be). Merge "
                   "refused."
               GO TO 0100-MERGE-END
           END-IF.

           DISPLAY "Apply this merge (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT EQUAL "Y" AND WS-ANSWER NOT EQUAL "y"
           THEN
               DISPLAY "Merge abandoned - nothing written."
               GO TO 0100-MERGE-END
           END-IF.
           PERFORM 0910-GET-FILE-LOCKS-BEGIN
              THRU 0910-GET-FILE-LOCKS-END.
           IF WS-FILE-LOCKS-HELD < WS-FILE-LOCK-CNT THEN
               DISPLAY "Merge abandoned - nothing written."
               GO TO 0100-MERGE-END
           END-IF.

           PERFORM 0120-LAST-MERGE-NO-BEGIN
              THRU 0120-LAST-MERGE-NO-END.
           CALL "getseq" USING WS-SEQ-NAME WS-SEQ-FALLBACK
               WS-SEQ-CEILING WS-SEQ-NEXT
           END-CALL.
           IF WS-SEQ-NEXT EQUAL 0 THEN
               DISPLAY "No merge number - merge abandoned, nothing "
                   "written."
               GO TO 0100-MERGE-END
           END-IF.
           MOVE WS-SEQ-NEXT TO WS-MERGE-NO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-MRG-STAMP.
           CALL "getoper" USING WS-MRG-OPERATOR END-CALL.

           OPEN EXTEND MERGE-JOURNAL.
           IF NOT WS-MRG-STATUS-OK THEN
               OPEN OUTPUT MERGE-JOURNAL
           END-IF.
           MOVE "MERGE" TO WS-MRG-ACTION.
           MOVE SPACE TO WS-MRG-FILE-CODE.
           MOVE WS-AUDIT-OLD-IMAGE TO WS-MRG-IMAGE.
           PERFORM 0700-WRITE-JOURNAL-BEGIN
              THRU 0700-WRITE-JOURNAL-END.

           SET WS-ORD-MASTER-OPEN-FALSE TO TRUE.
           OPEN I-O ORDER-MASTER.
           IF WS-ORD-STATUS-OK THEN
               SET WS-ORD-MASTER-OPEN-TRUE TO TRUE
           ELSE
               DISPLAY "data/commandes.dat not open (status "
                   WS-ORD-STATUS ") - run ordmast LOAD after."
           END-IF.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-CNT
               IF WS-FILE-MOVE-CNT(WS-FILE-IDX) > 0 OR
                  WS-FILE-DROP-CNT(WS-FILE-IDX) > 0 THEN
                   PERFORM 0200-REPOINT-FILE-BEGIN
                      THRU 0200-REPOINT-FILE-END
               END-IF
           END-PERFORM.
           IF WS-ORD-MASTER-OPEN-TRUE THEN
               CLOSE ORDER-MASTER
           END-IF.
           IF WS-BRANCH-CNT > 0 THEN
               PERFORM 0230-REPOINT-BRANCHES-BEGIN
                  THRU 0230-REPOINT-BRANCHES-END
           END-IF.
           CLOSE MERGE-JOURNAL.

           MOVE WS-RETIRED-ID TO CLI-M-ID.
           READ CLIENT-MASTER
               INVALID KEY
                   DISPLAY "Client " WS-RETIRED-ID " vanished from "
                       "the master - not deactivated."
                   GO TO 0100-MERGE-END
           END-READ.
           MOVE CLI-MASTER-RCD TO WS-AUDIT-OLD-IMAGE.
           MOVE "I" TO CLI-M-STATUS.
           REWRITE CLI-MASTER-RCD
               INVALID KEY
                   DISPLAY "Rewrite failed, status " WS-MAST-STATUS
                       " - client " WS-RETIRED-ID " still active."
                   GO TO 0100-MERGE-END
           END-REWRITE.
           ADD 1 TO WS-SESSION-CHANGES.
           MOVE "MERGE" TO WS-AUD-ACTION.
           PERFORM 0800-WRITE-AUDIT-BEGIN
              THRU 0800-WRITE-AUDIT-END.
           DISPLAY "Merge " WS-MERGE-NO " : client " WS-RETIRED-ID
               " merged into " WS-SURVIVOR-ID " and deactivated.".
       0100-MERGE-END.

      * One pass over every file : the rows that would move and, for
      * the one-row files, which row would be dropped. The detail
      * goes to output/climerge-preview.txt, the counts to screen.
       0110-PREVIEW-BEGIN.
           MOVE 0 TO WS-TOTAL-ROWS.
           MOVE SPACE TO WS-RETR-MANDATE.
           OPEN OUTPUT PREVIEW-OUTPUT.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-CNT
               PERFORM 0115-PREVIEW-FILE-BEGIN
                  THRU 0115-PREVIEW-FILE-END
               DISPLAY "  " WS-FILE-CODE(WS-FILE-IDX) " : "
                   WS-FILE-MOVE-CNT(WS-FILE-IDX) " to move, "
                   WS-FILE-DROP-CNT(WS-FILE-IDX) " to drop"
               ADD WS-FILE-MOVE-CNT(WS-FILE-IDX) TO WS-TOTAL-ROWS
               ADD WS-FILE-DROP-CNT(WS-FILE-IDX) TO WS-TOTAL-ROWS
           END-PERFORM.
           PERFORM 0130-PREVIEW-BRANCHES-BEGIN
              THRU 0130-PREVIEW-BRANCHES-END.
           DISPLAY "  CLIENTS  : " WS-BRANCH-CNT " branch(es) to "
               "re-point".
           ADD WS-BRANCH-CNT TO WS-TOTAL-ROWS.
           CLOSE PREVIEW-OUTPUT.
           DISPLAY "Row detail in output/climerge-preview.txt.".
       0110-PREVIEW-END.

       0115-PREVIEW-FILE-BEGIN.
           MOVE 0 TO WS-FILE-MOVE-CNT(WS-FILE-IDX).
           MOVE 0 TO WS-FILE-DROP-CNT(WS-FILE-IDX).
           MOVE 0 TO WS-FILE-SURV-CNT(WS-FILE-IDX).
           MOVE SPACE TO WS-FILE-RETR-LEVEL(WS-FILE-IDX).
           MOVE SPACE TO WS-FILE-SURV-LEVEL(WS-FILE-IDX).
           SET WS-FILE-DROP-NONE(WS-FILE-IDX) TO TRUE.
           MOVE WS-FILE-OFFSET(WS-FILE-IDX) TO WS-OFFSET.
           MOVE WS-FILE-LEVEL-POS(WS-FILE-IDX) TO WS-LEVEL-POS.
           MOVE WS-FILE-PATH(WS-FILE-IDX) TO WS-SRC-FILENAME.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT DATA-FILE.
           IF NOT WS-SRC-STATUS-OK THEN
               GO TO 0115-PREVIEW-FILE-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ DATA-FILE INTO WS-ROW
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       MOVE WS-ROW(WS-OFFSET:4) TO WS-ROW-CLI
                       IF WS-ROW-CLI EQUAL WS-RETIRED-ID THEN
                           ADD 1 TO WS-FILE-MOVE-CNT(WS-FILE-IDX)
                           IF WS-LEVEL-POS > 0 THEN
                               MOVE WS-ROW(WS-LEVEL-POS:1)
                                 TO WS-FILE-RETR-LEVEL(WS-FILE-IDX)
                           END-IF
                           IF WS-FILE-IDX EQUAL WS-MANDATES-IDX THEN
                               MOVE WS-ROW(50:7) TO WS-RETR-MANDATE
                           END-IF
                           MOVE "MOVE" TO WS-PRV-WHAT
                           PERFORM 0118-PREVIEW-LINE-BEGIN
                              THRU 0118-PREVIEW-LINE-END
                       END-IF
                       IF WS-ROW-CLI EQUAL WS-SURVIVOR-ID AND
                          WS-FILE-SINGLE-TRUE(WS-FILE-IDX) THEN
                           ADD 1 TO WS-FILE-SURV-CNT(WS-FILE-IDX)
                           IF WS-LEVEL-POS > 0 THEN
                               MOVE WS-ROW(WS-LEVEL-POS:1)
                                 TO WS-FILE-SURV-LEVEL(WS-FILE-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DATA-FILE.

           IF NOT WS-FILE-SINGLE-TRUE(WS-FILE-IDX) OR
              WS-FILE-MOVE-CNT(WS-FILE-IDX) EQUAL 0 OR
              WS-FILE-SURV-CNT(WS-FILE-IDX) EQUAL 0 THEN
               GO TO 0115-PREVIEW-FILE-END
           END-IF.
           IF WS-LEVEL-POS > 0 AND
              WS-FILE-RETR-LEVEL(WS-FILE-IDX) >
              WS-FILE-SURV-LEVEL(WS-FILE-IDX) THEN
               SET WS-FILE-DROP-SURVIVOR(WS-FILE-IDX) TO TRUE
               MOVE WS-FILE-SURV-CNT(WS-FILE-IDX)
                   TO WS-FILE-DROP-CNT(WS-FILE-IDX)
           ELSE
               SET WS-FILE-DROP-RETIRED(WS-FILE-IDX) TO TRUE
               MOVE WS-FILE-MOVE-CNT(WS-FILE-IDX)
                   TO WS-FILE-DROP-CNT(WS-FILE-IDX)
               MOVE 0 TO WS-FILE-MOVE-CNT(WS-FILE-IDX)
           END-IF.
           MOVE WS-FILE-CODE(WS-FILE-IDX) TO WS-PRV-CODE.
           MOVE "DROP" TO WS-PRV-WHAT.
           IF WS-FILE-DROP-SURVIVOR(WS-FILE-IDX) THEN
               MOVE "the survivor's row, the retired one moves"
                   TO WS-PRV-IMAGE
           ELSE
               MOVE "the retired row, the survivor's one stays"
                   TO WS-PRV-IMAGE
           END-IF.
           MOVE WS-PRV-LINE TO PRV-RCD.
           WRITE PRV-RCD.
       0115-PREVIEW-FILE-END.

       0118-PREVIEW-LINE-BEGIN.
           MOVE WS-FILE-CODE(WS-FILE-IDX) TO WS-PRV-CODE.
           MOVE WS-ROW(1:158) TO WS-PRV-IMAGE.
           MOVE WS-PRV-LINE TO PRV-RCD.
           WRITE PRV-RCD.
       0118-PREVIEW-LINE-END.

      * The master rows naming the retired client as their head. A
      * survivor with no group limit of its own is flagged : the
      * branches it takes on are then held to none.
       0130-PREVIEW-BRANCHES-BEGIN.
           MOVE 0 TO WS-BRANCH-CNT.
           SET WS-EOF-FALSE TO TRUE.
           MOVE 0 TO CLI-M-ID.
           START CLIENT-MASTER KEY IS NOT LESS THAN CLI-M-ID
               INVALID KEY
                   SET WS-EOF-TRUE TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLIENT-MASTER NEXT RECORD
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF CLI-M-PARENT-ID IS NUMERIC AND
                          CLI-M-PARENT-ID EQUAL WS-RETIRED-ID THEN
                           ADD 1 TO WS-BRANCH-CNT
                           MOVE "CLIENTS" TO WS-PRV-CODE
                           MOVE "BRANCH" TO WS-PRV-WHAT
                           MOVE CLI-MASTER-RCD TO WS-PRV-IMAGE
                           MOVE WS-PRV-LINE TO PRV-RCD
                           WRITE PRV-RCD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-BRANCH-CNT > 0 AND WS-SURV-GROUP-LIMIT EQUAL 0 THEN
               DISPLAY "*** WARNING *** " WS-SURVIVOR-ID " has no "
                   "group credit limit - set one in climaint for "
                   "the branches it takes on."
           END-IF.
       0130-PREVIEW-BRANCHES-END.

      * The highest merge number on file, only used by getseq to seed
      * the MERGE sequence the first time.
       0120-LAST-MERGE-NO-BEGIN.
           MOVE 0 TO WS-SEQ-FALLBACK.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT MERGE-JOURNAL.
           IF NOT WS-MRG-STATUS-OK THEN
               GO TO 0120-LAST-MERGE-NO-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ MERGE-JOURNAL
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF MRG-NO IS NUMERIC AND
                          MRG-NO > WS-SEQ-FALLBACK THEN
                           MOVE MRG-NO TO WS-SEQ-FALLBACK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MERGE-JOURNAL.
       0120-LAST-MERGE-NO-END.

      * Streams one file through the work file : the retired client's
      * rows come out under the survivor, the row the preview chose
      * to drop does not come out at all, and each is journaled.
       0200-REPOINT-FILE-BEGIN.
           MOVE WS-FILE-OFFSET(WS-FILE-IDX) TO WS-OFFSET.
           MOVE WS-FILE-PATH(WS-FILE-IDX) TO WS-SRC-FILENAME.
           MOVE WS-FILE-CODE(WS-FILE-IDX) TO WS-MRG-FILE-CODE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT DATA-FILE.
           IF NOT WS-SRC-STATUS-OK THEN
               DISPLAY "Unable to open " WS-SRC-FILENAME ", status "
                   WS-SRC-STATUS " - left as it was."
               GO TO 0200-REPOINT-FILE-END
           END-IF.
           OPEN OUTPUT WORK-FILE.
           PERFORM UNTIL WS-EOF-TRUE
               READ DATA-FILE INTO WS-ROW
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       PERFORM 0210-REPOINT-ROW-BEGIN
                          THRU 0210-REPOINT-ROW-END
               END-READ
           END-PERFORM.
           CLOSE DATA-FILE.
           CLOSE WORK-FILE.
           PERFORM 0290-COPY-BACK-BEGIN
              THRU 0290-COPY-BACK-END.
       0200-REPOINT-FILE-END.

       0210-REPOINT-ROW-BEGIN.
           MOVE WS-ROW(WS-OFFSET:4) TO WS-ROW-CLI.
           IF WS-ROW-CLI EQUAL WS-RETIRED-ID AND
              WS-FILE-DROP-RETIRED(WS-FILE-IDX) THEN
               MOVE "DROPPD" TO WS-MRG-ACTION
               MOVE WS-ROW(1:158) TO WS-MRG-IMAGE
               PERFORM 0700-WRITE-JOURNAL-BEGIN
                  THRU 0700-WRITE-JOURNAL-END
               GO TO 0210-REPOINT-ROW-END
           END-IF.
           IF WS-ROW-CLI EQUAL WS-SURVIVOR-ID AND
              WS-FILE-DROP-SURVIVOR(WS-FILE-IDX) THEN
               MOVE "DROPPD" TO WS-MRG-ACTION
               MOVE WS-ROW(1:158) TO WS-MRG-IMAGE
               PERFORM 0700-WRITE-JOURNAL-BEGIN
                  THRU 0700-WRITE-JOURNAL-END
               GO TO 0210-REPOINT-ROW-END
           END-IF.
           IF WS-ROW-CLI EQUAL WS-RETIRED-ID THEN
               MOVE WS-SURVIVOR-ID TO WS-ROW(WS-OFFSET:4)
               MOVE "MOVED" TO WS-MRG-ACTION
               MOVE WS-ROW(1:158) TO WS-MRG-IMAGE
               PERFORM 0700-WRITE-JOURNAL-BEGIN
                  THRU 0700-WRITE-JOURNAL-END
               IF WS-FILE-IDX EQUAL WS-ORDERS-IDX THEN
                   PERFORM 0220-ORDER-MASTER-BEGIN
                      THRU 0220-ORDER-MASTER-END
               END-IF
           END-IF.
           WRITE WRK-RCD FROM WS-ROW.
       0210-REPOINT-ROW-END.

      * The order just moved (or put back) gets the same client in
      * the indexed master. An order the master does not hold is
      * left to the next ordmast LOAD.
       0220-ORDER-MASTER-BEGIN.
           IF WS-ORD-MASTER-OPEN-FALSE THEN
               GO TO 0220-ORDER-MASTER-END
           END-IF.
           MOVE WS-ROW(6:5) TO ORD-M-ID.
           READ ORDER-MASTER
               INVALID KEY
                   GO TO 0220-ORDER-MASTER-END
           END-READ.
           MOVE WS-ROW(WS-OFFSET:4) TO ORD-M-CLI-ID.
           REWRITE ORD-MASTER-RCD
               INVALID KEY
                   DISPLAY "Order " ORD-M-ID " not rewritten in "
                       "data/commandes.dat, status " WS-ORD-STATUS
                       "."
           END-REWRITE.
       0220-ORDER-MASTER-END.

      * Each branch of the retired client is re-pointed to the
      * survivor down climaint's audited path (clirecov replays a
      * MERGE row by key) and journaled under the merge, so REVERSE
      * hands it back.
       0230-REPOINT-BRANCHES-BEGIN.
           MOVE "CLIENTS" TO WS-MRG-FILE-CODE.
           MOVE "MOVED" TO WS-MRG-ACTION.
           SET WS-EOF-FALSE TO TRUE.
           MOVE 0 TO CLI-M-ID.
           START CLIENT-MASTER KEY IS NOT LESS THAN CLI-M-ID
               INVALID KEY
                   SET WS-EOF-TRUE TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLIENT-MASTER NEXT RECORD
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF CLI-M-PARENT-ID IS NUMERIC AND
                          CLI-M-PARENT-ID EQUAL WS-RETIRED-ID THEN
                           PERFORM 0235-REPOINT-BRANCH-BEGIN
                              THRU 0235-REPOINT-BRANCH-END
                       END-IF
               END-READ
           END-PERFORM.
       0230-REPOINT-BRANCHES-END.

       0235-REPOINT-BRANCH-BEGIN.
           MOVE CLI-MASTER-RCD TO WS-AUDIT-OLD-IMAGE.
           MOVE WS-SURVIVOR-ID TO CLI-M-PARENT-ID.
           REWRITE CLI-MASTER-RCD
               INVALID KEY
                   DISPLAY "Branch " CLI-M-ID " not re-pointed, "
                       "status " WS-MAST-STATUS " - still under "
                       WS-RETIRED-ID "."
                   GO TO 0235-REPOINT-BRANCH-END
           END-REWRITE.
           ADD 1 TO WS-SESSION-CHANGES.
           MOVE "MERGE" TO WS-AUD-ACTION.
           PERFORM 0800-WRITE-AUDIT-BEGIN
              THRU 0800-WRITE-AUDIT-END.
           MOVE CLI-MASTER-RCD TO WS-MRG-IMAGE.
           PERFORM 0700-WRITE-JOURNAL-BEGIN
              THRU 0700-WRITE-JOURNAL-END.
       0235-REPOINT-BRANCH-END.

      * The work file replaces the data file it was streamed from.
       0290-COPY-BACK-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT DATA-FILE.
           PERFORM UNTIL WS-EOF-TRUE
               READ WORK-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       WRITE DAT-RCD FROM WRK-RCD
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE DATA-FILE.
       0290-COPY-BACK-END.

      * Puts a merge back : every row it moved returns to the retired
      * client, every row it dropped is written back, and the
      * retired client is reactivated down the same audited path.
      * Rows added for the survivor since the merge stay with it.
       0300-REVERSE-BEGIN.
           DISPLAY "Merge number to reverse : " WITH NO ADVANCING.
           ACCEPT WS-MERGE-NO.
           PERFORM 0310-LOAD-MERGE-BEGIN
              THRU 0310-LOAD-MERGE-END.
           IF WS-REV-HEADER-FOUND-FALSE THEN
               DISPLAY "No merge " WS-MERGE-NO " in "
                   "data/clients-merges.txt."
               GO TO 0300-REVERSE-END
           END-IF.
           IF WS-REV-DONE-TRUE THEN
               DISPLAY "Merge " WS-MERGE-NO " was already reversed."
               GO TO 0300-REVERSE-END
           END-IF.
           IF WS-REV-TBL-SIZE > WS-REV-TBL-MAX THEN
               DISPLAY "Merge " WS-MERGE-NO " holds more rows than "
                   "can be put back."
               GO TO 0300-REVERSE-END
           END-IF.
           DISPLAY "Merge " WS-MERGE-NO " moved client "
               WS-RETIRED-ID " into " WS-SURVIVOR-ID " : "
               WS-REV-TBL-SIZE " row(s) to put back.".
           DISPLAY "Reverse it (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT EQUAL "Y" AND WS-ANSWER NOT EQUAL "y"
           THEN
               DISPLAY "Reversal abandoned - nothing written."
               GO TO 0300-REVERSE-END
           END-IF.
           PERFORM 0910-GET-FILE-LOCKS-BEGIN
              THRU 0910-GET-FILE-LOCKS-END.
           IF WS-FILE-LOCKS-HELD < WS-FILE-LOCK-CNT THEN
               DISPLAY "Reversal abandoned - nothing written."
               GO TO 0300-REVERSE-END
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-MRG-STAMP.
           CALL "getoper" USING WS-MRG-OPERATOR END-CALL.
           MOVE 0 TO WS-REV-RESTORED-CNT.
           SET WS-ORD-MASTER-OPEN-FALSE TO TRUE.
           OPEN I-O ORDER-MASTER.
           IF WS-ORD-STATUS-OK THEN
               SET WS-ORD-MASTER-OPEN-TRUE TO TRUE
           ELSE
               DISPLAY "data/commandes.dat not open (status "
                   WS-ORD-STATUS ") - run ordmast LOAD after."
           END-IF.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-CNT
               PERFORM 0320-RESTORE-FILE-BEGIN
                  THRU 0320-RESTORE-FILE-END
           END-PERFORM.
           IF WS-ORD-MASTER-OPEN-TRUE THEN
               CLOSE ORDER-MASTER
           END-IF.
           PERFORM 0340-RESTORE-BRANCHES-BEGIN
              THRU 0340-RESTORE-BRANCHES-END.

           MOVE 0 TO WS-REV-MISSING-CNT.
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-TBL-SIZE
               IF WS-REV-USED(WS-REV-IDX) NOT EQUAL "Y" THEN
                   ADD 1 TO WS-REV-MISSING-CNT
               END-IF
           END-PERFORM.

           OPEN EXTEND MERGE-JOURNAL.
           IF NOT WS-MRG-STATUS-OK THEN
               OPEN OUTPUT MERGE-JOURNAL
           END-IF.
           MOVE "REVERS" TO WS-MRG-ACTION.
           MOVE SPACE TO WS-MRG-FILE-CODE.
           MOVE SPACE TO WS-MRG-IMAGE.
           PERFORM 0700-WRITE-JOURNAL-BEGIN
              THRU 0700-WRITE-JOURNAL-END.
           CLOSE MERGE-JOURNAL.

           MOVE WS-RETIRED-ID TO CLI-M-ID.
           READ CLIENT-MASTER
               INVALID KEY
                   DISPLAY "Client " WS-RETIRED-ID " is no longer in "
                       "the master - not reactivated."
                   GO TO 0300-REVERSE-END
           END-READ.
           MOVE CLI-MASTER-RCD TO WS-AUDIT-OLD-IMAGE.
           MOVE WS-REV-CLI-STATUS TO CLI-M-STATUS.
           REWRITE CLI-MASTER-RCD
               INVALID KEY
                   DISPLAY "Rewrite failed, status " WS-MAST-STATUS
                       " - client " WS-RETIRED-ID " still inactive."
                   GO TO 0300-REVERSE-END
           END-REWRITE.
           ADD 1 TO WS-SESSION-CHANGES.
           MOVE "UNMERG" TO WS-AUD-ACTION.
           PERFORM 0800-WRITE-AUDIT-BEGIN
              THRU 0800-WRITE-AUDIT-END.
           DISPLAY "Merge " WS-MERGE-NO " reversed : "
               WS-REV-RESTORED-CNT " row(s) put back, client "
               WS-RETIRED-ID " reactivated.".
           IF WS-REV-MISSING-CNT > 0 THEN
               DISPLAY WS-REV-MISSING-CNT " moved row(s) no longer "
                   "on file (archived or changed since) - left with "
                   "the survivor."
           END-IF.
       0300-REVERSE-END.

      * Everything the journal holds under the merge number : the
      * header gives both clients and the retired client's status
      * before the merge, the rest goes to the table.
       0310-LOAD-MERGE-BEGIN.
           MOVE 0 TO WS-REV-TBL-SIZE.
           SET WS-REV-HEADER-FOUND-FALSE TO TRUE.
           SET WS-REV-DONE-FALSE TO TRUE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT MERGE-JOURNAL.
           IF NOT WS-MRG-STATUS-OK THEN
               GO TO 0310-LOAD-MERGE-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ MERGE-JOURNAL
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF MRG-NO IS NUMERIC AND
                          MRG-NO EQUAL WS-MERGE-NO THEN
                           PERFORM 0315-LOAD-ONE-BEGIN
                              THRU 0315-LOAD-ONE-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MERGE-JOURNAL.
       0310-LOAD-MERGE-END.

       0315-LOAD-ONE-BEGIN.
           EVALUATE TRUE
               WHEN MRG-ACTION-MERGE
                   SET WS-REV-HEADER-FOUND-TRUE TO TRUE
                   MOVE MRG-RETIRED TO WS-RETIRED-ID
                   MOVE MRG-SURVIVOR TO WS-SURVIVOR-ID
                   MOVE MRG-IMAGE TO WS-REV-CLI-IMAGE
               WHEN MRG-ACTION-REVERSED
                   SET WS-REV-DONE-TRUE TO TRUE
               WHEN MRG-ACTION-MOVED
               WHEN MRG-ACTION-DROPPED
                   ADD 1 TO WS-REV-TBL-SIZE
                   IF WS-REV-TBL-SIZE <= WS-REV-TBL-MAX THEN
                       MOVE 0 TO WS-REV-FILE-IDX(WS-REV-TBL-SIZE)
                       PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                               UNTIL WS-FILE-IDX > WS-FILE-CNT
                           IF WS-FILE-CODE(WS-FILE-IDX) EQUAL
                              MRG-FILE-CODE THEN
                               MOVE WS-FILE-IDX
                                 TO WS-REV-FILE-IDX(WS-REV-TBL-SIZE)
                           END-IF
                       END-PERFORM
                       IF MRG-FILE-CODE EQUAL "CLIENTS" THEN
                           MOVE WS-BRANCH-IDX
                             TO WS-REV-FILE-IDX(WS-REV-TBL-SIZE)
                       END-IF
                       MOVE MRG-ACTION
                           TO WS-REV-ACTION(WS-REV-TBL-SIZE)
                       MOVE "N" TO WS-REV-USED(WS-REV-TBL-SIZE)
                       MOVE MRG-IMAGE
                           TO WS-REV-IMAGE(WS-REV-TBL-SIZE)
                   END-IF
           END-EVALUATE.
       0315-LOAD-ONE-END.

      * A survivor row matching a moved image goes back to the
      * retired client (each image once, so two identical rows that
      * both moved both come back); the dropped rows are appended.
       0320-RESTORE-FILE-BEGIN.
           MOVE 0 TO WS-REV-FOUND-IDX.
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-TBL-SIZE
               IF WS-REV-FILE-IDX(WS-REV-IDX) EQUAL WS-FILE-IDX THEN
                   MOVE WS-REV-IDX TO WS-REV-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-REV-FOUND-IDX EQUAL 0 THEN
               GO TO 0320-RESTORE-FILE-END
           END-IF.

           MOVE WS-FILE-OFFSET(WS-FILE-IDX) TO WS-OFFSET.
           MOVE WS-FILE-PATH(WS-FILE-IDX) TO WS-SRC-FILENAME.
           OPEN OUTPUT WORK-FILE.
      * A file gone since the merge still gets its dropped rows back.
           OPEN INPUT DATA-FILE.
           IF WS-SRC-STATUS-OK THEN
               PERFORM 0325-RESTORE-ROWS-BEGIN
                  THRU 0325-RESTORE-ROWS-END
           END-IF.

           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-TBL-SIZE
               IF WS-REV-FILE-IDX(WS-REV-IDX) EQUAL WS-FILE-IDX AND
                  WS-REV-ACTION(WS-REV-IDX) EQUAL "DROPPD" THEN
                   MOVE SPACE TO WS-ROW
                   MOVE WS-REV-IMAGE(WS-REV-IDX) TO WS-ROW
                   WRITE WRK-RCD FROM WS-ROW
                   MOVE "Y" TO WS-REV-USED(WS-REV-IDX)
                   ADD 1 TO WS-REV-RESTORED-CNT
               END-IF
           END-PERFORM.
           CLOSE WORK-FILE.
           PERFORM 0290-COPY-BACK-BEGIN
              THRU 0290-COPY-BACK-END.
       0320-RESTORE-FILE-END.

       0325-RESTORE-ROWS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           PERFORM UNTIL WS-EOF-TRUE
               READ DATA-FILE INTO WS-ROW
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       PERFORM 0330-RESTORE-ROW-BEGIN
                          THRU 0330-RESTORE-ROW-END
               END-READ
           END-PERFORM.
           CLOSE DATA-FILE.
       0325-RESTORE-ROWS-END.

       0330-RESTORE-ROW-BEGIN.
           MOVE WS-ROW(WS-OFFSET:4) TO WS-ROW-CLI.
           IF WS-ROW-CLI EQUAL WS-SURVIVOR-ID THEN
               MOVE 0 TO WS-REV-FOUND-IDX
               PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                       UNTIL WS-REV-IDX > WS-REV-TBL-SIZE
                          OR WS-REV-FOUND-IDX > 0
                   IF WS-REV-FILE-IDX(WS-REV-IDX) EQUAL WS-FILE-IDX
                      AND WS-REV-ACTION(WS-REV-IDX) EQUAL "MOVED"
                      AND WS-REV-USED(WS-REV-IDX) EQUAL "N"
                      AND WS-REV-IMAGE(WS-REV-IDX) EQUAL
                          WS-ROW(1:158) THEN
                       MOVE WS-REV-IDX TO WS-REV-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-REV-FOUND-IDX > 0 THEN
                   MOVE "Y" TO WS-REV-USED(WS-REV-FOUND-IDX)
                   MOVE WS-RETIRED-ID TO WS-ROW(WS-OFFSET:4)
                   ADD 1 TO WS-REV-RESTORED-CNT
                   IF WS-FILE-IDX EQUAL WS-ORDERS-IDX THEN
                       PERFORM 0220-ORDER-MASTER-BEGIN
                          THRU 0220-ORDER-MASTER-END
                   END-IF
               END-IF
           END-IF.
           WRITE WRK-RCD FROM WS-ROW.
       0330-RESTORE-ROW-END.

      * A re-pointed branch goes back under the retired client only
      * while it still reads as the merge left it; one amended in
      * climaint since stays as it is and counts as not put back.
       0340-RESTORE-BRANCHES-BEGIN.
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-TBL-SIZE
               IF WS-REV-FILE-IDX(WS-REV-IDX) EQUAL WS-BRANCH-IDX AND
                  WS-REV-ACTION(WS-REV-IDX) EQUAL "MOVED" THEN
                   PERFORM 0345-RESTORE-BRANCH-BEGIN
                      THRU 0345-RESTORE-BRANCH-END
               END-IF
           END-PERFORM.
       0340-RESTORE-BRANCHES-END.

       0345-RESTORE-BRANCH-BEGIN.
           MOVE WS-REV-IMAGE(WS-REV-IDX)(1:4) TO CLI-M-ID.
           READ CLIENT-MASTER
               INVALID KEY
                   GO TO 0345-RESTORE-BRANCH-END
           END-READ.
           IF CLI-MASTER-RCD NOT EQUAL WS-REV-IMAGE(WS-REV-IDX) THEN
               GO TO 0345-RESTORE-BRANCH-END
           END-IF.
           MOVE CLI-MASTER-RCD TO WS-AUDIT-OLD-IMAGE.
           MOVE WS-RETIRED-ID TO CLI-M-PARENT-ID.
           REWRITE CLI-MASTER-RCD
               INVALID KEY
                   DISPLAY "Branch " CLI-M-ID " not put back, status "
                       WS-MAST-STATUS "."
                   GO TO 0345-RESTORE-BRANCH-END
           END-REWRITE.
           ADD 1 TO WS-SESSION-CHANGES.
           MOVE "UNMERG" TO WS-AUD-ACTION.
           PERFORM 0800-WRITE-AUDIT-BEGIN
              THRU 0800-WRITE-AUDIT-END.
           MOVE "Y" TO WS-REV-USED(WS-REV-IDX).
           ADD 1 TO WS-REV-RESTORED-CNT.
       0345-RESTORE-BRANCH-END.

      * Same extract refresh climaint does on QUIT, so the sequential
      * readers see the retired client inactive.
       0500-EXTRACT-BEGIN.
           MOVE 0 TO WS-EXTRACT-CNT.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLIENT-MASTER.
           IF NOT WS-MAST-STATUS-OK THEN
               DISPLAY "Unable to reopen data/clients.dat, status "
                   WS-MAST-STATUS " - extract not refreshed."
               GO TO 0500-EXTRACT-END
           END-IF.
           OPEN OUTPUT CLIENT-EXTRACT.
           MOVE 0 TO CLI-M-ID.
           START CLIENT-MASTER KEY NOT < CLI-M-ID
               INVALID KEY
                   SET WS-EOF-TRUE TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLIENT-MASTER NEXT RECORD
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       MOVE CLI-MASTER-RCD TO CLI-TXT-RECORD
                       WRITE CLI-TXT-RECORD
                       ADD 1 TO WS-EXTRACT-CNT
               END-READ
           END-PERFORM.
           CLOSE CLIENT-EXTRACT.
           CLOSE CLIENT-MASTER.
           DISPLAY WS-EXTRACT-CNT " client(s) extracted to "
               "data/clients.txt.".
       0500-EXTRACT-END.

      * One merge journal row; the caller set the action, the file
      * code and the image.
       0700-WRITE-JOURNAL-BEGIN.
           MOVE SPACES TO MRG-RCD.
           MOVE WS-MERGE-NO TO MRG-NO.
           MOVE WS-MRG-ACTION TO MRG-ACTION.
           MOVE WS-MRG-FILE-CODE TO MRG-FILE-CODE.
           MOVE WS-MRG-IMAGE TO MRG-IMAGE.
           MOVE WS-MRG-STAMP TO MRG-STAMP.
           MOVE WS-MRG-OPERATOR TO MRG-OPERATOR.
           MOVE WS-RETIRED-ID TO MRG-RETIRED.
           MOVE WS-SURVIVOR-ID TO MRG-SURVIVOR.
           WRITE MRG-RCD.
       0700-WRITE-JOURNAL-END.

      * climaint's 0700 : the audit row, then its journal twin for
      * clirecov (a MERGE or UNMERG rewrites by key on replay).
       0800-WRITE-AUDIT-BEGIN.
           OPEN EXTEND CLIENT-AUDIT-OUTPUT.
           IF NOT WS-AUD-STATUS-OK THEN
               OPEN OUTPUT CLIENT-AUDIT-OUTPUT
           END-IF.
           MOVE CLI-M-ID TO WS-AUD-CLI-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUD-STAMP.
           CALL "getoper" USING WS-AUD-OPERATOR END-CALL.
           MOVE WS-AUTH-ROLE TO WS-AUD-ROLE.
           MOVE WS-AUDIT-OLD-IMAGE TO WS-AUD-OLD-VALUE.
           MOVE CLI-MASTER-RCD TO WS-AUD-NEW-VALUE.
           MOVE WS-AUDIT-OLD-TERMS TO WS-AUD-OLD-TERMS.
           MOVE CLI-M-TERMS TO WS-AUD-NEW-TERMS.
           MOVE WS-AUDIT-OLD-GROUP TO WS-AUD-OLD-GROUP.
           MOVE CLI-MASTER-RCD(145:14) TO WS-AUD-NEW-GROUP.
           MOVE WS-AUDIT-LINE TO AUD-OUT-RECORD.
           WRITE AUD-OUT-RECORD.
           CLOSE CLIENT-AUDIT-OUTPUT.

           OPEN EXTEND CLIENT-JOURNAL-OUTPUT.
           IF NOT WS-JRN-STATUS-OK THEN
               OPEN OUTPUT CLIENT-JOURNAL-OUTPUT
           END-IF.
           MOVE SPACES TO JRN-RECORD.
           MOVE WS-AUD-STAMP TO JRN-STAMP.
           MOVE WS-AUD-ACTION TO JRN-ACTION.
           MOVE CLI-MASTER-RCD TO JRN-IMAGE.
           WRITE JRN-RECORD.
           CLOSE CLIENT-JOURNAL-OUTPUT.
       0800-WRITE-AUDIT-END.

       0900-FREE-LOCK-BEGIN.
           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
       0900-FREE-LOCK-END.

      * Stops at the first lock refused; the caller frees whatever
      * was taken.
       0910-GET-FILE-LOCKS-BEGIN.
           MOVE "GET" TO WS-LOCK-ACTION.
           PERFORM VARYING WS-FILE-LOCK-IDX FROM 1 BY 1
                   UNTIL WS-FILE-LOCK-IDX > WS-FILE-LOCK-CNT
               MOVE WS-FILE-LOCK-ENTRY(WS-FILE-LOCK-IDX)
                   TO WS-FILE-LOCK-NAME
               CALL "getlock" USING WS-FILE-LOCK-NAME WS-LOCK-ACTION
                   WS-LOCK-OK
               END-CALL
               IF WS-LOCK-OK-FALSE THEN
                   GO TO 0910-GET-FILE-LOCKS-END
               END-IF
               ADD 1 TO WS-FILE-LOCKS-HELD
           END-PERFORM.
       0910-GET-FILE-LOCKS-END.

       0920-FREE-FILE-LOCKS-BEGIN.
           MOVE "FREE" TO WS-LOCK-ACTION.
           PERFORM VARYING WS-FILE-LOCK-IDX FROM 1 BY 1
                   UNTIL WS-FILE-LOCK-IDX > WS-FILE-LOCKS-HELD
               MOVE WS-FILE-LOCK-ENTRY(WS-FILE-LOCK-IDX)
                   TO WS-FILE-LOCK-NAME
               CALL "getlock" USING WS-FILE-LOCK-NAME WS-LOCK-ACTION
                   WS-LOCK-OK
               END-CALL
           END-PERFORM.
           MOVE 0 TO WS-FILE-LOCKS-HELD.
       0920-FREE-FILE-LOCKS-END.
