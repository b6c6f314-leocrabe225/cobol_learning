       IDENTIFICATION DIVISION.
       PROGRAM-ID. subjacc.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).

      * The other half of purge.cbl : when someone asks what we hold
      * about them, every store purge would erase from is read, not
      * touched, and what was found goes into one dated report that
      * can be handed over. Each request is logged for the
      * regulator, whether anything was found or not.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEOPLE-FILE
               ASSIGN TO "personnes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEO-STATUS.

           SELECT GENS-FILE
               ASSIGN TO "data/gens.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

           SELECT CLIENT-MASTER
               ASSIGN TO "data/clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-M-ID
               FILE STATUS IS WS-MAST-STATUS.

           SELECT CLIENT-AUDIT-INPUT
               ASSIGN TO "data/clients-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT ORDERS-INPUT
               ASSIGN TO "data/num-commandes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.

           SELECT PAYMENTS-INPUT
               ASSIGN TO "data/paiements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

      * Policies reach a person only through their client ID on
      * the links polmatch and polmaint keep ; claims hang off the
      * policy code.
           SELECT POLICY-CLIENT-INPUT
               ASSIGN TO "data/police-client.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCL-STATUS.

           SELECT INSURANCE-INPUT ASSIGN TO "data/assurances.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISR-STATUS.

           SELECT CLAIMS-INPUT
               ASSIGN TO "data/sinistres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLM-STATUS.

      * What maildist.cbl queued to the person's email address, and
      * its log of every document queued.
           SELECT MAIL-QUEUE-INPUT
               ASSIGN TO "output/mail-queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUE-STATUS.

           SELECT QUEUE-LOG-INPUT
               ASSIGN TO "output/mail-queue.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QLG-STATUS.

           SELECT REPORT-OUTPUT
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

      * One line per request, appended run after run : who asked
      * for whom, when, and what the answer held.
           SELECT ACCESS-LOG-OUTPUT
               ASSIGN TO "output/subject-access.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PEOPLE-FILE.
       01 F-PEOPLE-RECORD.
           05 F-PEOPLE-NAME                  PIC X(15).
           05 F-PEOPLE-FIRST-NAME            PIC X(15).
           05 F-PEOPLE-BIRTHDATE             PIC 9(08).

       FD GENS-FILE.
       01 GENS-IN-RECORD.
           05 GENS-IN-NAME       PIC X(12).
           05 GENS-IN-FNAME      PIC X(12).

       FD CLIENT-MASTER.
       COPY climast.

       FD CLIENT-AUDIT-INPUT.
       01 AUD-IN-RECORD.
           05 AUD-IN-CLI-ID        PIC 9(04).
           05 FILLER               PIC X(01).
           05 AUD-IN-ACTION        PIC X(06).
           05 FILLER               PIC X(01).
           05 AUD-IN-STAMP         PIC X(14).
           05 FILLER               PIC X(01).
           05 AUD-IN-OPERATOR      PIC X(08).
           05 FILLER               PIC X(03).
           05 AUD-IN-OLD-VALUE     PIC X(138).
           05 FILLER               PIC X(03).
           05 AUD-IN-NEW-VALUE     PIC X(138).
           05 FILLER               PIC X(77).

       FD ORDERS-INPUT.
       01 ORD-IN-RECORD.
           05 ORD-IN-CLI-ID        PIC 9(04).
           05 FILLER               PIC X(01).
           05 ORD-IN-ID            PIC 9(05).
           05 FILLER               PIC X(01).
           05 ORD-IN-AMT           PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 ORD-IN-DATE          PIC 9(08).
           05 FILLER               PIC X(01).
           05 ORD-IN-TYPE          PIC X(01).

       FD PAYMENTS-INPUT.
       01 PAY-IN-RECORD.
           05 PAY-IN-CLI-ID        PIC 9(04).
           05 FILLER               PIC X(01).
           05 PAY-IN-ORD-ID        PIC 9(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-AMT           PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 PAY-IN-DATE          PIC 9(08).
           05 FILLER               PIC X(01).
           05 PAY-IN-SOURCE        PIC X(01).
           05 FILLER               PIC X(01).
           05 PAY-IN-RVSL          PIC X(01).
           05 FILLER               PIC X(01).
           05 PAY-IN-REASON        PIC X(04).
           05 FILLER               PIC X(01).
           05 PAY-IN-RCPT-NO       PIC X(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-KIND          PIC X(01).

       FD POLICY-CLIENT-INPUT.
       01 PCL-RCD.
           05 PCL-CODE             PIC X(09).
           05 FILLER               PIC X(01).
           05 PCL-CLI-ID           PIC 9(04).

       FD INSURANCE-INPUT.
       01 ISR-IN-RCD               PIC X(121).

       FD CLAIMS-INPUT.
       01 CLM-RECORD.
           05 CLM-CODE             PIC X(09).
           05 FILLER               PIC X(01).
           05 CLM-DATE             PIC 9(08).
           05 FILLER               PIC X(01).
           05 CLM-AMOUNT           PIC 9(06).99.
           05 FILLER               PIC X(01).
           05 CLM-DESC             PIC X(40).
           05 FILLER               PIC X(01).
           05 CLM-ID               PIC 9(04).
           05 FILLER               PIC X(01).
           05 CLM-STATUS           PIC X(07).
           05 FILLER               PIC X(01).
           05 CLM-PAYMENT          PIC 9(06).99.
           05 FILLER               PIC X(01).
           05 CLM-PAID             PIC 9(06).99.

       FD MAIL-QUEUE-INPUT.
       01 QUE-RCD.
           05 QUE-DOCUMENT         PIC X(40).
           05 FILLER               PIC X(01).
           05 QUE-RECIPIENT        PIC X(50).
           05 FILLER               PIC X(01).
           05 QUE-STATUS           PIC X(08).
           05 FILLER               PIC X(01).
           05 QUE-STAMP            PIC X(14).

       FD QUEUE-LOG-INPUT.
       01 QLG-RECORD.
           05 QLG-STAMP            PIC X(14).
           05 FILLER               PIC X(01).
           05 QLG-DOCUMENT         PIC X(40).
           05 FILLER               PIC X(04).
           05 QLG-WHAT             PIC X(08).

       FD REPORT-OUTPUT.
       01 SAR-OUT-RCD              PIC X(150).

       FD ACCESS-LOG-OUTPUT.
       01 LOG-OUT-RCD              PIC X(130).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  PEOPLE-ID              PIC 9(10).
       01  PEOPLE-FNAME           PIC X(50).
       01  PEOPLE-NAME            PIC X(50).
       01  PEOPLE-PHONE-NUMBER    PIC X(10).
       01  AUDIT-ACTION           PIC X(10).
       01  AUDIT-CHANGED-AT       PIC X(26).
       01  AUDIT-CHANGED-BY       PIC X(08).
       01  AUDIT-OLD-VALUE        PIC X(120).
       01  AUDIT-NEW-VALUE        PIC X(120).
       01  USERNAME               PIC X(30) VALUE "cobol".
       01  PASSWD                 PIC X(30) VALUE "mdp".
       01  DBNAME                 PIC X(10) VALUE "testdb".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-PEO-STATUS          PIC X(02).
           88 WS-PEO-STATUS-OK             VALUE "00".
       01 WS-GEN-STATUS          PIC X(02).
           88 WS-GEN-STATUS-OK             VALUE "00".
       01 WS-MAST-STATUS         PIC X(02).
           88 WS-MAST-STATUS-OK            VALUE "00".
       01 WS-AUD-STATUS          PIC X(02).
           88 WS-AUD-STATUS-OK             VALUE "00".
       01 WS-ORD-STATUS          PIC X(02).
           88 WS-ORD-STATUS-OK             VALUE "00".
       01 WS-PAY-STATUS          PIC X(02).
           88 WS-PAY-STATUS-OK             VALUE "00".
       01 WS-PCL-STATUS          PIC X(02).
           88 WS-PCL-STATUS-OK             VALUE "00".
       01 WS-ISR-STATUS          PIC X(02).
           88 WS-ISR-STATUS-OK             VALUE "00".
       01 WS-CLM-STATUS          PIC X(02).
           88 WS-CLM-STATUS-OK             VALUE "00".
       01 WS-QUE-STATUS          PIC X(02).
           88 WS-QUE-STATUS-OK             VALUE "00".
       01 WS-QLG-STATUS          PIC X(02).
           88 WS-QLG-STATUS-OK             VALUE "00".
       01 WS-LOG-STATUS          PIC X(02).
           88 WS-LOG-STATUS-OK             VALUE "00".
       01 WS-EOF                 PIC 9(01) VALUE 0.
           88 WS-EOF-TRUE                  VALUE 1.
           88 WS-EOF-FALSE                 VALUE 0.

      * How the person was asked for : by name, by client ID or by
      * individus ID. An ID is turned into the name it carries, and
      * the name is then looked for everywhere, the purge matching.
       77 WS-SEARCH-KIND         PIC X(01).
           88 WS-SEARCH-BY-NAME            VALUE "N".
           88 WS-SEARCH-BY-CLIENT          VALUE "C".
           88 WS-SEARCH-BY-INDIVIDU        VALUE "I".
       77 WS-ENTRY-ID            PIC X(10).
       77 WS-SEARCH-KEY          PIC X(10).
       77 WS-ENTRY-NAME          PIC X(15).
       77 WS-ENTRY-FNAME         PIC X(15).
       77 WS-MATCH-NAME          PIC X(15).
       77 WS-MATCH-FNAME         PIC X(15).
       77 WS-IDX                 PIC 9(03).
       77 WS-IDX-2               PIC 9(03).
       77 WS-DB-CONNECTED        PIC 9(01) VALUE 0.
           88 WS-DB-CONNECTED-TRUE         VALUE 1.
       77 WS-FOUND               PIC 9(01).
           88 WS-FOUND-TRUE                VALUE 1.
           88 WS-FOUND-FALSE               VALUE 0.

      * The keys the person turned up under, carried from one store
      * to the next : client IDs (and their email addresses),
      * individus IDs, policy codes, queued documents.
       77 WS-CLI-MATCH-CNT       PIC 9(02) VALUE 0.
       01 WS-CLI-MATCH-TBL.
           05 WS-CLI-MATCH       OCCURS 10 TIMES.
               10 WS-CLI-MATCH-ID    PIC 9(04).
               10 WS-CLI-MATCH-EMAIL PIC X(50).
       77 WS-IND-MATCH-CNT       PIC 9(02) VALUE 0.
       01 WS-IND-MATCH-TBL.
           05 WS-IND-MATCH-ID    PIC 9(10) OCCURS 10 TIMES.
       77 WS-POL-MATCH-CNT       PIC 9(02) VALUE 0.
       01 WS-POL-MATCH-TBL.
           05 WS-POL-MATCH-CODE  PIC X(09) OCCURS 50 TIMES.
       77 WS-DOC-MATCH-CNT       PIC 9(03) VALUE 0.
       01 WS-DOC-MATCH-TBL.
           05 WS-DOC-MATCH       PIC X(40) OCCURS 200 TIMES.
       77 WS-CHECK-CLI-ID        PIC 9(04).
       77 WS-CHECK-EMAIL         PIC X(50).

       77 WS-SECTION-TITLE       PIC X(60).
       77 WS-SECTION-CNT         PIC 9(05).
       77 WS-TOTAL-CNT           PIC 9(05) VALUE 0.
       77 WS-STORE-CNT           PIC 9(02) VALUE 0.
       77 WS-AMT-EDIT            PIC Z(06)9.99.

       77 WS-RUN-DATE            PIC 9(08).
       77 WS-RUN-STAMP           PIC X(14).
       77 WS-OPERATOR            PIC X(08).
       77 WS-REPORT-FILENAME     PIC X(50).

       01 WS-LOG-LINE.
           05 WS-LOG-STAMP       PIC X(14).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-LOG-OPERATOR    PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-LOG-KIND        PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-LOG-KEY         PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-LOG-NAME        PIC X(15).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-LOG-FNAME       PIC X(15).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-LOG-ROWS        PIC 9(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-LOG-REPORT      PIC X(50).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
           CALL "getoper" USING WS-OPERATOR END-CALL.

           DISPLAY "Look the person up by (N)ame, (C)lient ID or "
               "(I)ndividus ID : " WITH NO ADVANCING.
           ACCEPT WS-SEARCH-KIND.
           MOVE FUNCTION UPPER-CASE(WS-SEARCH-KIND) TO WS-SEARCH-KIND.
           IF NOT WS-SEARCH-BY-NAME AND NOT WS-SEARCH-BY-CLIENT
              AND NOT WS-SEARCH-BY-INDIVIDU THEN
               DISPLAY "Answer N, C or I."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "Connecting to PostgreSQL...".
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE = 0
               MOVE 1 TO WS-DB-CONNECTED
           ELSE
               DISPLAY "Connection error SQLCODE: " SQLCODE
               IF WS-SEARCH-BY-INDIVIDU THEN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "The individus table is left out of the "
                   "report."
           END-IF.

           PERFORM 0100-RESOLVE-SUBJECT-BEGIN
              THRU 0100-RESOLVE-SUBJECT-END.
           IF WS-MATCH-NAME EQUAL SPACE THEN
               IF WS-DB-CONNECTED-TRUE THEN
                   EXEC SQL DISCONNECT ALL END-EXEC
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACE TO WS-REPORT-FILENAME.
           STRING "output/subject-access-" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENTRY-NAME) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME.
           OPEN OUTPUT REPORT-OUTPUT.
           PERFORM 0150-REPORT-HEAD-BEGIN
              THRU 0150-REPORT-HEAD-END.

           PERFORM 0200-PEOPLE-FILES-BEGIN
              THRU 0200-PEOPLE-FILES-END.
           PERFORM 0300-INDIVIDUS-BEGIN
              THRU 0300-INDIVIDUS-END.
           PERFORM 0400-CLIENTS-BEGIN
              THRU 0400-CLIENTS-END.
           PERFORM 0500-ORDERS-PAYMENTS-BEGIN
              THRU 0500-ORDERS-PAYMENTS-END.
           PERFORM 0600-POLICIES-CLAIMS-BEGIN
              THRU 0600-POLICIES-CLAIMS-END.
           PERFORM 0700-MAIL-BEGIN
              THRU 0700-MAIL-END.

           MOVE SPACES TO SAR-OUT-RCD.
           WRITE SAR-OUT-RCD.
           MOVE SPACES TO SAR-OUT-RCD.
           STRING "Total : " WS-TOTAL-CNT " item(s) held in "
                  WS-STORE-CNT " store(s)."
               DELIMITED BY SIZE INTO SAR-OUT-RCD.
           WRITE SAR-OUT-RCD.
           CLOSE REPORT-OUTPUT.

           PERFORM 0800-LOG-REQUEST-BEGIN
              THRU 0800-LOG-REQUEST-END.

           IF WS-DB-CONNECTED-TRUE THEN
               EXEC SQL DISCONNECT ALL END-EXEC
           END-IF.
           DISPLAY WS-TOTAL-CNT " item(s) found - report in "
               FUNCTION TRIM(WS-REPORT-FILENAME) ".".
           STOP RUN.

      * The name (and first name) everything else is matched on.
      * An ID asked for must exist : it is where the name comes
      * from.
       0100-RESOLVE-SUBJECT-BEGIN.
           MOVE SPACE TO WS-MATCH-NAME.
           MOVE SPACE TO WS-SEARCH-KEY.
           EVALUATE TRUE
               WHEN WS-SEARCH-BY-NAME
                   DISPLAY "Name : " WITH NO ADVANCING
                   ACCEPT WS-ENTRY-NAME
                   DISPLAY "First name : " WITH NO ADVANCING
                   ACCEPT WS-ENTRY-FNAME
                   MOVE WS-ENTRY-NAME TO WS-SEARCH-KEY
               WHEN WS-SEARCH-BY-CLIENT
                   DISPLAY "Client ID : " WITH NO ADVANCING
                   ACCEPT WS-ENTRY-ID
                   OPEN INPUT CLIENT-MASTER
                   IF NOT WS-MAST-STATUS-OK THEN
                       DISPLAY "Unable to open data/clients.dat, "
                           "status " WS-MAST-STATUS "."
                       GO TO 0100-RESOLVE-SUBJECT-END
                   END-IF
                   MOVE FUNCTION NUMVAL(WS-ENTRY-ID) TO CLI-M-ID
                   MOVE CLI-M-ID TO WS-SEARCH-KEY
                   READ CLIENT-MASTER
                       INVALID KEY
                           DISPLAY "No client " CLI-M-ID "."
                           CLOSE CLIENT-MASTER
                           GO TO 0100-RESOLVE-SUBJECT-END
                   END-READ
                   MOVE CLI-M-NAME TO WS-ENTRY-NAME
                   MOVE CLI-M-FNAME TO WS-ENTRY-FNAME
                   CLOSE CLIENT-MASTER
               WHEN WS-SEARCH-BY-INDIVIDU
                   DISPLAY "Individus ID : " WITH NO ADVANCING
                   ACCEPT WS-ENTRY-ID
                   MOVE FUNCTION NUMVAL(WS-ENTRY-ID) TO PEOPLE-ID
                   MOVE PEOPLE-ID TO WS-SEARCH-KEY
                   EXEC SQL
                       SELECT nom, prenom
                       INTO :PEOPLE-NAME, :PEOPLE-FNAME
                       FROM individus
                       WHERE id = :PEOPLE-ID
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY "No individus row " PEOPLE-ID "."
                       GO TO 0100-RESOLVE-SUBJECT-END
                   END-IF
                   MOVE PEOPLE-NAME TO WS-ENTRY-NAME
                   MOVE PEOPLE-FNAME TO WS-ENTRY-FNAME
           END-EVALUATE.
           IF WS-ENTRY-NAME EQUAL SPACE THEN
               DISPLAY "A name is needed."
               GO TO 0100-RESOLVE-SUBJECT-END
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-NAME) TO WS-MATCH-NAME.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-FNAME) TO WS-MATCH-FNAME.
       0100-RESOLVE-SUBJECT-END.

       0150-REPORT-HEAD-BEGIN.
           MOVE "*** SUBJECT ACCESS REPORT ***" TO SAR-OUT-RCD.
           WRITE SAR-OUT-RCD.
           MOVE SPACES TO SAR-OUT-RCD.
           STRING "Date      : " WS-RUN-DATE
               DELIMITED BY SIZE INTO SAR-OUT-RCD.
           WRITE SAR-OUT-RCD.
           MOVE SPACES TO SAR-OUT-RCD.
           STRING "Subject   : " WS-ENTRY-FNAME " " WS-ENTRY-NAME
               DELIMITED BY SIZE INTO SAR-OUT-RCD.
           WRITE SAR-OUT-RCD.
           MOVE SPACES TO SAR-OUT-RCD.
           STRING "Asked by  : " WS-SEARCH-KIND " " WS-SEARCH-KEY
               DELIMITED BY SIZE INTO SAR-OUT-RCD.
           WRITE SAR-OUT-RCD.
           MOVE SPACES TO SAR-OUT-RCD.
           STRING "Operator  : " WS-OPERATOR
               DELIMITED BY SIZE INTO SAR-OUT-RCD.
           WRITE SAR-OUT-RCD.
       0150-REPORT-HEAD-END.

       0200-PEOPLE-FILES-BEGIN.
           MOVE "personnes.txt" TO WS-SECTION-TITLE.
           PERFORM 0900-SECTION-HEAD-BEGIN
              THRU 0900-SECTION-HEAD-END.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PEOPLE-FILE.
           IF WS-PEO-STATUS-OK THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ PEOPLE-FILE
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(FUNCTION UPPER-CASE(
                              F-PEOPLE-NAME)) EQUAL
                              FUNCTION TRIM(WS-MATCH-NAME) AND
                              FUNCTION TRIM(FUNCTION UPPER-CASE(
                              F-PEOPLE-FIRST-NAME)) EQUAL
                              FUNCTION TRIM(WS-MATCH-FNAME) THEN
                               ADD 1 TO WS-SECTION-CNT
                               MOVE SPACES TO SAR-OUT-RCD
                               STRING "  " F-PEOPLE-NAME " "
                                      F-PEOPLE-FIRST-NAME
                                      " born " F-PEOPLE-BIRTHDATE
                                   DELIMITED BY SIZE INTO SAR-OUT-RCD
                               WRITE SAR-OUT-RCD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEOPLE-FILE
           END-IF.
           PERFORM 0910-SECTION-FOOT-BEGIN
              THRU 0910-SECTION-FOOT-END.

           MOVE "data/gens.txt" TO WS-SECTION-TITLE.
           PERFORM 0900-SECTION-HEAD-BEGIN
              THRU 0900-SECTION-HEAD-END.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT GENS-FILE.
           IF WS-GEN-STATUS-OK THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ GENS-FILE
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           IF FUNCTION TRIM(FUNCTION UPPER-CASE(
                              GENS-IN-NAME)) EQUAL
                              FUNCTION TRIM(WS-MATCH-NAME) AND
                              FUNCTION TRIM(FUNCTION UPPER-CASE(
                              GENS-IN-FNAME)) EQUAL
                              FUNCTION TRIM(WS-MATCH-FNAME) THEN
                               ADD 1 TO WS-SECTION-CNT
                               MOVE SPACES TO SAR-OUT-RCD
                               STRING "  " GENS-IN-NAME " "
                                      GENS-IN-FNAME
                                   DELIMITED BY SIZE INTO SAR-OUT-RCD
                               WRITE SAR-OUT-RCD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENS-FILE
           END-IF.
           PERFORM 0910-SECTION-FOOT-BEGIN
              THRU 0910-SECTION-FOOT-END.
       0200-PEOPLE-FILES-END.

      * The individus rows by name (or the one asked for by ID), then
      * every individus_audit entry written against those IDs, with
      * the before and after values it kept.
       0300-INDIVIDUS-BEGIN.
           MOVE "individus table" TO WS-SECTION-TITLE.
           PERFORM 0900-SECTION-HEAD-BEGIN
              THRU 0900-SECTION-HEAD-END.
           IF NOT WS-DB-CONNECTED-TRUE THEN
               MOVE SPACES TO SAR-OUT-RCD
               STRING "  (database unavailable - individus and its "
                      "audit not searched)"
                   DELIMITED BY SIZE INTO SAR-OUT-RCD
               WRITE SAR-OUT-RCD
               GO TO 0300-INDIVIDUS-END
           END-IF.
           MOVE WS-MATCH-NAME TO PEOPLE-NAME.
           MOVE WS-MATCH-FNAME TO PEOPLE-FNAME.
           EXEC SQL
               DECLARE IND-CUR CURSOR FOR
               SELECT id, nom, prenom, telephone
               FROM individus
               WHERE UPPER(nom) = TRIM(:PEOPLE-NAME)
                 AND UPPER(prenom) = TRIM(:PEOPLE-FNAME)
               ORDER BY id
           END-EXEC.
           EXEC SQL OPEN IND-CUR END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Cursor error SQLCODE: " SQLCODE
               GO TO 0300-INDIVIDUS-END
           END-IF.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH IND-CUR
                   INTO :PEOPLE-ID, :PEOPLE-NAME, :PEOPLE-FNAME,
                        :PEOPLE-PHONE-NUMBER
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-SECTION-CNT
                   IF WS-IND-MATCH-CNT < 10 THEN
                       ADD 1 TO WS-IND-MATCH-CNT
                       MOVE PEOPLE-ID
                           TO WS-IND-MATCH-ID(WS-IND-MATCH-CNT)
                   END-IF
                   MOVE SPACES TO SAR-OUT-RCD
                   STRING "  id " PEOPLE-ID " : "
                          FUNCTION TRIM(PEOPLE-NAME) " "
                          FUNCTION TRIM(PEOPLE-FNAME)
                          " phone " PEOPLE-PHONE-NUMBER
                       DELIMITED BY SIZE INTO SAR-OUT-RCD
                   WRITE SAR-OUT-RCD
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE IND-CUR END-EXEC.
           PERFORM 0910-SECTION-FOOT-BEGIN
              THRU 0910-SECTION-FOOT-END.

           MOVE "individus_audit journal" TO WS-SECTION-TITLE.
           PERFORM 0900-SECTION-HEAD-BEGIN
              THRU 0900-SECTION-HEAD-END.
           EXEC SQL
               DECLARE IAU-CUR CURSOR FOR
               SELECT action, CAST(changed_at AS CHAR(26)),
                      changed_by, old_value, new_value
               FROM individus_audit
               WHERE people_id = :PEOPLE-ID
               ORDER BY changed_at
           END-EXEC.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-IND-MATCH-CNT
               MOVE WS-IND-MATCH-ID(WS-IDX) TO PEOPLE-ID
               EXEC SQL OPEN IAU-CUR END-EXEC
               PERFORM UNTIL SQLCODE NOT = 0
                   MOVE SPACES TO AUDIT-OLD-VALUE
                   MOVE SPACES TO AUDIT-NEW-VALUE
                   EXEC SQL
                       FETCH IAU-CUR
                       INTO :AUDIT-ACTION, :AUDIT-CHANGED-AT,
                            :AUDIT-CHANGED-BY, :AUDIT-OLD-VALUE,
                            :AUDIT-NEW-VALUE
                   END-EXEC
                   IF SQLCODE = 0
                       ADD 1 TO WS-SECTION-CNT
                       MOVE SPACES TO SAR-OUT-RCD
                       STRING "  id " PEOPLE-ID " "
                              AUDIT-CHANGED-AT(1:19) " "
                              AUDIT-ACTION " by " AUDIT-CHANGED-BY
                           DELIMITED BY SIZE INTO SAR-OUT-RCD
                       WRITE SAR-OUT-RCD
                       MOVE SPACES TO SAR-OUT-RCD
                       STRING "    before : " AUDIT-OLD-VALUE
                           DELIMITED BY SIZE INTO SAR-OUT-RCD
                       WRITE SAR-OUT-RCD
                       MOVE SPACES TO SAR-OUT-RCD
                       STRING "    after  : " AUDIT-NEW-VALUE
                           DELIMITED BY SIZE INTO SAR-OUT-RCD
                       WRITE SAR-OUT-RCD
                   END-IF
               END-PERFORM
               EXEC SQL CLOSE IAU-CUR END-EXEC
           END-PERFORM.
           PERFORM 0910-SECTION-FOOT-BEGIN
              THRU 0910-SECTION-FOOT-END.
       0300-INDIVIDUS-END.

      * Client master rows by name, plus the one asked for by ID
      * whatever name it now carries, then their audit trail.
       0400-CLIENTS-BEGIN.
           MOVE "client master (data/clients.dat)"
               TO WS-SECTION-TITLE.
           PERFORM 0900-SECTION-HEAD-BEGIN
              THRU 0900-SECTION-HEAD-END.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLIENT-MASTER.
           IF WS-MAST-STATUS-OK THEN
               MOVE 0 TO CLI-M-ID
               START CLIENT-MASTER KEY NOT < CLI-M-ID
                   INVALID KEY
                       SET WS-EOF-TRUE TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-TRUE
                   READ CLIENT-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           PERFORM 0410-ONE-CLIENT-BEGIN
                              THRU 0410-ONE-CLIENT-END
                   END-READ
               END-PERFORM
               CLOSE CLIENT-MASTER
           END-IF.
           PERFORM 0910-SECTION-FOOT-BEGIN
              THRU 0910-SECTION-FOOT-END.

           MOVE "client audit (data/clients-audit.txt)"
               TO WS-SECTION-TITLE.
           PERFORM 0900-SECTION-HEAD-BEGIN
              THRU 0900-SECTION-HEAD-END.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLIENT-AUDIT-INPUT.
           IF WS-AUD-STATUS-OK THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ CLIENT-AUDIT-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           MOVE AUD-IN-CLI-ID TO WS-CHECK-CLI-ID
                           PERFORM 0920-IS-CLIENT-BEGIN
                              THRU 0920-IS-CLIENT-END
                           IF WS-FOUND-TRUE THEN
                               ADD 1 TO WS-SECTION-CNT
                               MOVE SPACES TO SAR-OUT-RCD
                               STRING "  client " AUD-IN-CLI-ID " "
                                      AUD-IN-STAMP " " AUD-IN-ACTION
                                      " by " AUD-IN-OPERATOR
                                   DELIMITED BY SIZE INTO SAR-OUT-RCD
                               WRITE SAR-OUT-RCD
                               MOVE SPACES TO SAR-OUT-RCD
                               STRING "    before : " AUD-IN-OLD-VALUE
                                   DELIMITED BY SIZE INTO SAR-OUT-RCD
                               WRITE SAR-OUT-RCD
                               MOVE SPACES TO SAR-OUT-RCD
                               STRING "    after  : " AUD-IN-NEW-VALUE
                                   DELIMITED BY SIZE INTO SAR-OUT-RCD
                               WRITE SAR-OUT-RCD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENT-AUDIT-INPUT
           END-IF.
           PERFORM 0910-SECTION-FOOT-BEGIN
              THRU 0910-SECTION-FOOT-END.
       0400-CLIENTS-END.

       0410-ONE-CLIENT-BEGIN.
           IF WS-SEARCH-BY-CLIENT AND
              CLI-M-ID EQUAL FUNCTION NUMVAL(WS-ENTRY-ID) THEN
               CONTINUE
           ELSE
               IF FUNCTION TRIM(FUNCTION UPPER-CASE(CLI-M-NAME))
                  NOT EQUAL FUNCTION TRIM(WS-MATCH-NAME) OR
                  FUNCTION TRIM(FUNCTION UPPER-CASE(CLI-M-FNAME))
                  NOT EQUAL FUNCTION TRIM(WS-MATCH-FNAME) THEN
                   GO TO 0410-ONE-CLIENT-END
               END-IF
           END-IF.
           ADD 1 TO WS-SECTION-CNT.
           IF WS-CLI-MATCH-CNT < 10 THEN
               ADD 1 TO WS-CLI-MATCH-CNT
               MOVE CLI-M-ID TO WS-CLI-MATCH-ID(WS-CLI-MATCH-CNT)
               MOVE FUNCTION UPPER-CASE(CLI-M-EMAIL)
                   TO WS-CLI-MATCH-EMAIL(WS-CLI-MATCH-CNT)
           END-IF.
           MOVE SPACES TO SAR-OUT-RCD.
           STRING "  client " CLI-M-ID " : " CLI-M-FNAME " "
                  CLI-M-NAME " status " CLI-M-STATUS
                  " rep " CLI-M-REP-CODE
               DELIMITED BY SIZE INTO SAR-OUT-RCD.
           WRITE SAR-OUT-RCD.
           MOVE SPACES TO SAR-OUT-RCD.
           STRING "    address " CLI-M-ADDRESS " phone " CLI-M-PHONE
               DELIMITED BY SIZE INTO SAR-OUT-RCD.
           WRITE SAR-OUT-RCD.
           MOVE CLI-M-CREDIT-LIMIT TO WS-AMT-EDIT.
           MOVE SPACES TO SAR-OUT-RCD.
           STRING "    email " CLI-M-EMAIL " credit limit "
                  WS-AMT-EDIT " delivery " CLI-M-DELIV-PREF
               DELIMITED BY SIZE INTO SAR-OUT-RCD.
           WRITE SAR-OUT-RCD.
       0410-ONE-CLIENT-END.

       0500-ORDERS-PAYMENTS-BEGIN.
           MOVE "orders (data/num-commandes.txt)" TO WS-SECTION-TITLE.
           PERFORM 0900-SECTION-HEAD-BEGIN
              THRU 0900-SECTION-HEAD-END.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT ORDERS-INPUT.
           IF WS-ORD-STATUS-OK AND WS-CLI-MATCH-CNT > 0 THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ ORDERS-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           MOVE ORD-IN-CLI-ID TO WS-CHECK-CLI-ID
                           PERFORM 0920-IS-CLIENT-BEGIN
                              THRU 0920-IS-CLIENT-END
                           IF WS-FOUND-TRUE THEN
                               ADD 1 TO WS-SECTION-CNT
                               MOVE ORD-IN-AMT TO WS-AMT-EDIT
                               MOVE SPACES TO SAR-OUT-RCD
                               STRING "  client " ORD-IN-CLI-ID
                                      " order " ORD-IN-ID
                                      " dated " ORD-IN-DATE
                                      " amount " WS-AMT-EDIT
                                      " type " ORD-IN-TYPE
                                   DELIMITED BY SIZE INTO SAR-OUT-RCD
                               WRITE SAR-OUT-RCD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-ORD-STATUS-OK THEN
               CLOSE ORDERS-INPUT
           END-IF.
           PERFORM 0910-SECTION-FOOT-BEGIN
              THRU 0910-SECTION-FOOT-END.

           MOVE "payments (data/paiements.txt)" TO WS-SECTION-TITLE.
           PERFORM 0900-SECTION-HEAD-BEGIN
              THRU 0900-SECTION-HEAD-END.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PAYMENTS-INPUT.
           IF WS-PAY-STATUS-OK AND WS-CLI-MATCH-CNT > 0 THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ PAYMENTS-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           MOVE PAY-IN-CLI-ID TO WS-CHECK-CLI-ID
                           PERFORM 0920-IS-CLIENT-BEGIN
                              THRU 0920-IS-CLIENT-END
                           IF WS-FOUND-TRUE THEN
                               ADD 1 TO WS-SECTION-CNT
                               MOVE PAY-IN-AMT TO WS-AMT-EDIT
                               MOVE SPACES TO SAR-OUT-RCD
                               STRING "  client " PAY-IN-CLI-ID
                                      " order " PAY-IN-ORD-ID
                                      " dated " PAY-IN-DATE
                                      " amount " WS-AMT-EDIT
                                      " receipt " PAY-IN-RCPT-NO
                                      " " PAY-IN-RVSL PAY-IN-KIND
                                      " " PAY-IN-REASON
                                   DELIMITED BY SIZE INTO SAR-OUT-RCD
                               WRITE SAR-OUT-RCD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-PAY-STATUS-OK THEN
               CLOSE PAYMENTS-INPUT
           END-IF.
           PERFORM 0910-SECTION-FOOT-BEGIN
              THRU 0910-SECTION-FOOT-END.
       0500-ORDERS-PAYMENTS-END.

      * The policy codes linked to the person's client IDs, each
      * with its line off the policy file, then the claims made on
      * those policies.
       0600-POLICIES-CLAIMS-BEGIN.
           MOVE "policies (data/police-client.txt, assurances.csv)"
               TO WS-SECTION-TITLE.
           PERFORM 0900-SECTION-HEAD-BEGIN
              THRU 0900-SECTION-HEAD-END.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT POLICY-CLIENT-INPUT.
           IF WS-PCL-STATUS-OK AND WS-CLI-MATCH-CNT > 0 THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ POLICY-CLIENT-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           MOVE PCL-CLI-ID TO WS-CHECK-CLI-ID
                           PERFORM 0920-IS-CLIENT-BEGIN
                              THRU 0920-IS-CLIENT-END
                           IF WS-FOUND-TRUE AND
                              WS-POL-MATCH-CNT < 50 THEN
                               ADD 1 TO WS-POL-MATCH-CNT
                               MOVE PCL-CODE TO
                                   WS-POL-MATCH-CODE(WS-POL-MATCH-CNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-PCL-STATUS-OK THEN
               CLOSE POLICY-CLIENT-INPUT
           END-IF.

           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT INSURANCE-INPUT.
           IF WS-ISR-STATUS-OK AND WS-POL-MATCH-CNT > 0 THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ INSURANCE-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           SET WS-FOUND-FALSE TO TRUE
                           PERFORM VARYING WS-IDX FROM 1 BY 1
                                   UNTIL WS-IDX > WS-POL-MATCH-CNT
                               IF ISR-IN-RCD(1:9) EQUAL
                                  WS-POL-MATCH-CODE(WS-IDX) THEN
                                   SET WS-FOUND-TRUE TO TRUE
                               END-IF
                           END-PERFORM
                           IF WS-FOUND-TRUE THEN
                               ADD 1 TO WS-SECTION-CNT
                               MOVE SPACES TO SAR-OUT-RCD
                               STRING "  " ISR-IN-RCD
                                   DELIMITED BY SIZE INTO SAR-OUT-RCD
                               WRITE SAR-OUT-RCD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-ISR-STATUS-OK THEN
               CLOSE INSURANCE-INPUT
           END-IF.
           PERFORM 0910-SECTION-FOOT-BEGIN
              THRU 0910-SECTION-FOOT-END.

           MOVE "claims (data/sinistres.txt)" TO WS-SECTION-TITLE.
           PERFORM 0900-SECTION-HEAD-BEGIN
              THRU 0900-SECTION-HEAD-END.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLAIMS-INPUT.
           IF WS-CLM-STATUS-OK AND WS-POL-MATCH-CNT > 0 THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ CLAIMS-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           SET WS-FOUND-FALSE TO TRUE
                           PERFORM VARYING WS-IDX FROM 1 BY 1
                                   UNTIL WS-IDX > WS-POL-MATCH-CNT
                               IF CLM-CODE EQUAL
                                  WS-POL-MATCH-CODE(WS-IDX) THEN
                                   SET WS-FOUND-TRUE TO TRUE
                               END-IF
                           END-PERFORM
                           IF WS-FOUND-TRUE THEN
                               ADD 1 TO WS-SECTION-CNT
                               MOVE SPACES TO SAR-OUT-RCD
                               STRING "  policy " CLM-CODE
                                      " claim " CLM-ID
                                      " dated " CLM-DATE
                                      " amount " CLM-AMOUNT
                                      " " CLM-STATUS " " CLM-DESC
                                   DELIMITED BY SIZE INTO SAR-OUT-RCD
                               WRITE SAR-OUT-RCD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-CLM-STATUS-OK THEN
               CLOSE CLAIMS-INPUT
           END-IF.
           PERFORM 0910-SECTION-FOOT-BEGIN
              THRU 0910-SECTION-FOOT-END.
       0600-POLICIES-CLAIMS-END.

      * Documents queued to one of the person's email addresses,
      * then every log line about those documents.
       0700-MAIL-BEGIN.
           MOVE "mail queue (output/mail-queue.txt)"
               TO WS-SECTION-TITLE.
           PERFORM 0900-SECTION-HEAD-BEGIN
              THRU 0900-SECTION-HEAD-END.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT MAIL-QUEUE-INPUT.
           IF WS-QUE-STATUS-OK AND WS-CLI-MATCH-CNT > 0 THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ MAIL-QUEUE-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           MOVE FUNCTION UPPER-CASE(QUE-RECIPIENT)
                               TO WS-CHECK-EMAIL
                           SET WS-FOUND-FALSE TO TRUE
                           PERFORM VARYING WS-IDX FROM 1 BY 1
                                   UNTIL WS-IDX > WS-CLI-MATCH-CNT
                               IF WS-CHECK-EMAIL NOT EQUAL SPACE AND
                                  WS-CHECK-EMAIL EQUAL
                                  WS-CLI-MATCH-EMAIL(WS-IDX) THEN
                                   SET WS-FOUND-TRUE TO TRUE
                               END-IF
                           END-PERFORM
                           IF WS-FOUND-TRUE THEN
                               ADD 1 TO WS-SECTION-CNT
                               IF WS-DOC-MATCH-CNT < 200 THEN
                                   ADD 1 TO WS-DOC-MATCH-CNT
                                   MOVE QUE-DOCUMENT TO
                                       WS-DOC-MATCH(WS-DOC-MATCH-CNT)
                               END-IF
                               MOVE SPACES TO SAR-OUT-RCD
                               STRING "  " QUE-STAMP " "
                                      QUE-DOCUMENT " -> "
                                      FUNCTION TRIM(QUE-RECIPIENT)
                                      " " QUE-STATUS
                                   DELIMITED BY SIZE INTO SAR-OUT-RCD
                               WRITE SAR-OUT-RCD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-QUE-STATUS-OK THEN
               CLOSE MAIL-QUEUE-INPUT
           END-IF.
           PERFORM 0910-SECTION-FOOT-BEGIN
              THRU 0910-SECTION-FOOT-END.

           MOVE "distribution log (output/mail-queue.log)"
               TO WS-SECTION-TITLE.
           PERFORM 0900-SECTION-HEAD-BEGIN
              THRU 0900-SECTION-HEAD-END.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT QUEUE-LOG-INPUT.
           IF WS-QLG-STATUS-OK AND WS-DOC-MATCH-CNT > 0 THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ QUEUE-LOG-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           SET WS-FOUND-FALSE TO TRUE
                           PERFORM VARYING WS-IDX FROM 1 BY 1
                                   UNTIL WS-IDX > WS-DOC-MATCH-CNT
                               IF QLG-DOCUMENT EQUAL
                                  WS-DOC-MATCH(WS-IDX) THEN
                                   SET WS-FOUND-TRUE TO TRUE
                               END-IF
                           END-PERFORM
                           IF WS-FOUND-TRUE THEN
                               ADD 1 TO WS-SECTION-CNT
                               MOVE SPACES TO SAR-OUT-RCD
                               STRING "  " QLG-RECORD
                                   DELIMITED BY SIZE INTO SAR-OUT-RCD
                               WRITE SAR-OUT-RCD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-QLG-STATUS-OK THEN
               CLOSE QUEUE-LOG-INPUT
           END-IF.
           PERFORM 0910-SECTION-FOOT-BEGIN
              THRU 0910-SECTION-FOOT-END.
       0700-MAIL-END.

       0800-LOG-REQUEST-BEGIN.
           OPEN EXTEND ACCESS-LOG-OUTPUT.
           IF NOT WS-LOG-STATUS-OK THEN
               OPEN OUTPUT ACCESS-LOG-OUTPUT
           END-IF.
           MOVE WS-RUN-STAMP TO WS-LOG-STAMP.
           MOVE WS-OPERATOR TO WS-LOG-OPERATOR.
           MOVE WS-SEARCH-KIND TO WS-LOG-KIND.
           MOVE WS-SEARCH-KEY TO WS-LOG-KEY.
           MOVE WS-ENTRY-NAME TO WS-LOG-NAME.
           MOVE WS-ENTRY-FNAME TO WS-LOG-FNAME.
           MOVE WS-TOTAL-CNT TO WS-LOG-ROWS.
           MOVE WS-REPORT-FILENAME TO WS-LOG-REPORT.
           MOVE WS-LOG-LINE TO LOG-OUT-RCD.
           WRITE LOG-OUT-RCD.
           CLOSE ACCESS-LOG-OUTPUT.
       0800-LOG-REQUEST-END.

       0900-SECTION-HEAD-BEGIN.
           MOVE 0 TO WS-SECTION-CNT.
           MOVE SPACES TO SAR-OUT-RCD.
           WRITE SAR-OUT-RCD.
           MOVE SPACES TO SAR-OUT-RCD.
           STRING "--- " FUNCTION TRIM(WS-SECTION-TITLE) " ---"
               DELIMITED BY SIZE INTO SAR-OUT-RCD.
           WRITE SAR-OUT-RCD.
       0900-SECTION-HEAD-END.

       0910-SECTION-FOOT-BEGIN.
           IF WS-SECTION-CNT EQUAL 0 THEN
               MOVE "  nothing held" TO SAR-OUT-RCD
               WRITE SAR-OUT-RCD
           ELSE
               ADD WS-SECTION-CNT TO WS-TOTAL-CNT
               ADD 1 TO WS-STORE-CNT
           END-IF.
       0910-SECTION-FOOT-END.

       0920-IS-CLIENT-BEGIN.
           SET WS-FOUND-FALSE TO TRUE.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-CLI-MATCH-CNT
               IF WS-CLI-MATCH-ID(WS-IDX-2) EQUAL WS-CHECK-CLI-ID THEN
                   SET WS-FOUND-TRUE TO TRUE
               END-IF
           END-PERFORM.
       0920-IS-CLIENT-END.
