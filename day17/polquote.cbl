       IDENTIFICATION DIVISION.
       PROGRAM-ID. polquote.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Base premium and loading bands per product, kept by hand the
      * way the chart of accounts is.
           SELECT RATING-INPUT
               ASSIGN TO "data/tarifs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAT-STATUS.

      * Numbered quotes, appended as they are priced and rewritten
      * whole when one is accepted, in the data/devis.txt mould.
           SELECT QUOTE-FILE
               ASSIGN TO "data/devis-police.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQT-STATUS.

      * A quote for someone already on the client master is priced
      * on the claims of every policy linked to them.
           SELECT CLIENTS-INPUT
               ASSIGN TO "data/clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.

           SELECT POLICY-CLIENT-INPUT
               ASSIGN TO "data/police-client.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCL-STATUS.

           SELECT CLAIMS-INPUT
               ASSIGN TO "data/sinistres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLM-STATUS.

      * Read only to keep an accepted quote off a contract code the
      * book already holds.
           SELECT INSURANCE-INPUT
               ASSIGN TO "data/assurances.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

      * An accepted quote becomes an ADD here; polmaint.cbl applies
      * it like any keyed transaction, at the quoted premium.
           SELECT POLICY-TRANS-OUTPUT
               ASSIGN TO "input/police-trans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RATING-INPUT.
       COPY ratercd.

       FD QUOTE-FILE.
       COPY pqtrcd.

       FD CLIENTS-INPUT.
       COPY climast.

       FD POLICY-CLIENT-INPUT.
       01 PCL-RCD.
           05 PCL-CODE          PIC X(09).
           05 FILLER            PIC X(01).
           05 PCL-CLI-ID        PIC 9(04).

       FD CLAIMS-INPUT.
       01 CLM-RECORD.
           05 CLM-CODE          PIC X(09).
           05 FILLER            PIC X(01).
           05 CLM-DATE          PIC 9(08).
           05 FILLER            PIC X(01).
           05 CLM-AMOUNT        PIC 9(06).99.
           05 FILLER            PIC X(01).
           05 CLM-DESC          PIC X(40).
           05 FILLER            PIC X(01).
           05 CLM-ID            PIC 9(04).
           05 FILLER            PIC X(01).
           05 CLM-STATUS        PIC X(07).
           05 FILLER            PIC X(01).
           05 CLM-PAYMENT       PIC 9(06).99.
           05 FILLER            PIC X(01).
           05 CLM-PAID          PIC 9(06).99.

       FD INSURANCE-INPUT.
       01 ISR-IN-RCD            PIC X(121).

       FD POLICY-TRANS-OUTPUT.
       01 TRX-RECORD.
           05 TRX-ACTION        PIC X(06).
           05 FILLER            PIC X(01).
           05 TRX-EFF-DATE      PIC 9(08).
           05 FILLER            PIC X(01).
           05 TRX-POLICY        PIC X(121).
           05 FILLER            PIC X(01).
           05 TRX-CLI-ID        PIC 9(04).

       WORKING-STORAGE SECTION.
       77 WS-RAT-STATUS                         PIC X(02).
           88 WS-RAT-STATUS-OK                           VALUE "00".
       77 WS-PQT-STATUS                         PIC X(02).
           88 WS-PQT-STATUS-OK                           VALUE "00".
       77 WS-CLI-STATUS                         PIC X(02).
           88 WS-CLI-STATUS-OK                           VALUE "00".
       77 WS-PCL-STATUS                         PIC X(02).
           88 WS-PCL-STATUS-OK                           VALUE "00".
       77 WS-CLM-STATUS                         PIC X(02).
           88 WS-CLM-STATUS-OK                           VALUE "00".
       77 WS-F-STATUS                           PIC X(02).
           88 WS-F-STATUS-OK                             VALUE "00".
       77 WS-TRX-STATUS                         PIC X(02).
           88 WS-TRX-STATUS-OK                           VALUE "00".
       77 WS-EOF                                PIC X(01) VALUE "N".
           88 WS-EOF-TRUE                                 VALUE "Y".
           88 WS-EOF-FALSE                                VALUE "N".
       77 WS-IDX                                PIC 9(04).

      * The rating table, loaded once per session.
       77 WS-RAT-TBL-SIZE                       PIC 9(03) VALUE 0.
       77 WS-RAT-TBL-MAX                        PIC 9(03) VALUE 300.
       01 WS-RAT-TBL.
           05 WS-RAT-IMAGE      PIC X(43) OCCURS 300 TIMES.

      * Every quote on file, loaded fresh for LIST and ACCEPT.
       77 WS-PQT-TBL-SIZE                       PIC 9(04) VALUE 0.
       77 WS-PQT-TBL-MAX                        PIC 9(04) VALUE 2000.
       01 WS-PQT-TBL.
           05 WS-PQT-IMAGE      PIC X(159) OCCURS 2000 TIMES.
       77 WS-PQT-FOUND-IDX                      PIC 9(04).
       77 WS-LAST-QUOTE-NO                      PIC 9(05) VALUE 0.

      * Live clients by ID, with the name the policy will carry.
       01 WS-CLI-TBL.
           05 WS-CLI OCCURS 9999 TIMES.
               10 WS-CLI-LIVE   PIC 9(01).
               10 WS-CLI-FULL   PIC X(21).

      * The quoted client's contracts, and the claims already counted
      * so a claim's several lifecycle rows count once.
       77 WS-OWN-TBL-SIZE                       PIC 9(03) VALUE 0.
       01 WS-OWN-TBL.
           05 WS-OWN-CODE       PIC X(09) OCCURS 200 TIMES.
       77 WS-OWN-IDX                            PIC 9(03).
       77 WS-OWN-FOUND                          PIC 9(01).
           88 WS-OWN-FOUND-TRUE                          VALUE 1.
           88 WS-OWN-FOUND-FALSE                         VALUE 0.
       77 WS-SEEN-TBL-SIZE                      PIC 9(03) VALUE 0.
       01 WS-SEEN-TBL.
           05 WS-SEEN-CLM-ID    PIC 9(04) OCCURS 500 TIMES.
       77 WS-SEEN-IDX                           PIC 9(03).
       77 WS-SEEN-FOUND                         PIC 9(01).
           88 WS-SEEN-FOUND-TRUE                         VALUE 1.
           88 WS-SEEN-FOUND-FALSE                        VALUE 0.

       77 WS-COMMAND                            PIC X(10).
       77 WS-USER-INPUT                         PIC X(01).
       77 WS-ENTRY-CLI-ID                       PIC 9(04).
       77 WS-ENTRY-NAME                         PIC X(40).
       77 WS-ENTRY-PRODUCT                      PIC X(15).
       77 WS-ENTRY-SUM-INSURED                  PIC 9(09).
       77 WS-ENTRY-QUOTE-NO                     PIC 9(05).
       77 WS-ENTRY-CODE                         PIC X(09).

      * The rating of the quote in hand.
       77 WS-RATE-REFUSAL                       PIC X(50).
       77 WS-CLAIM-CNT                          PIC 9(03).
       77 WS-CLAIM-FROM                         PIC 9(08).
       77 WS-BASE                               PIC 9(06)V99.
       77 WS-SUM-FACTOR                         PIC 9(03)V99.
       77 WS-CLAIM-FACTOR                       PIC 9(03)V99.
       77 WS-BAND-LIMIT                         PIC 9(09).
       77 WS-BAND-SEEN                          PIC 9(01).
           88 WS-BAND-SEEN-TRUE                          VALUE 1.
           88 WS-BAND-SEEN-FALSE                         VALUE 0.
       77 WS-BAND-FOUND                         PIC 9(01).
           88 WS-BAND-FOUND-TRUE                         VALUE 1.
           88 WS-BAND-FOUND-FALSE                        VALUE 0.
       77 WS-PREMIUM                            PIC 9(06)V99.
       77 WS-VALID-TO                           PIC 9(08).

      * Cover start and end of an accepted quote, MM/YYYY as the
      * policy record holds them.
       77 WS-START-MM                           PIC 9(02).
       77 WS-START-YYYY                         PIC 9(04).
       77 WS-END-MM                             PIC 9(02).
       77 WS-END-YYYY                           PIC 9(04).
       01 WS-POLICY-BUILD                       PIC X(121).

       77 WS-QUOTES-ADDED                       PIC 9(03) VALUE 0.
       77 WS-QUOTES-ACCEPTED                    PIC 9(03) VALUE 0.
       77 WS-QUOTES-LISTED                      PIC 9(04) VALUE 0.
       77 WS-RUN-DATE                           PIC 9(08).
       77 WS-VALID-DAYS                         PIC 9(03) VALUE 30.
       77 WS-CLAIM-YEARS                        PIC 9(02) VALUE 5.
       77 WS-VALID-INTEGER                      PIC S9(09) COMP-5.
       77 WS-AMT-SHOWN                          PIC ZZZ,ZZ9.99.
       77 WS-PCT-SHOWN                          PIC ZZ9.99.
       77 WS-SUM-SHOWN                          PIC ZZZ,ZZZ,ZZ9.
       77 WS-LIST-STATUS                        PIC X(08).
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-PARAM-KEY                          PIC X(20).
       01 WS-PARAM-VALUE                        PIC X(20).
       01 WS-PARAM-FOUND                        PIC 9(01).
           88 WS-PARAM-FOUND-TRUE                        VALUE 1.
           88 WS-PARAM-FOUND-FALSE                       VALUE 0.

       77 WS-SEQ-NAME                           PIC X(08).
       77 WS-SEQ-FALLBACK                       PIC 9(09).
       77 WS-SEQ-CEILING                        PIC 9(09).
       77 WS-SEQ-NEXT                           PIC 9(09).

       77 WS-AUTH-PROGRAM                       PIC X(08).
       77 WS-AUTH-NEEDED                        PIC 9(01).
       77 WS-AUTH-OK                            PIC 9(01).
           88 WS-AUTH-OK-TRUE                            VALUE 1.
           88 WS-AUTH-OK-FALSE                           VALUE 0.
       77 WS-AUTH-OPERATOR                      PIC X(08).
       77 WS-AUTH-ROLE                          PIC X(10).
       77 WS-LOCK-NAME                          PIC X(10)
           VALUE "devispol".
       77 WS-LOCK-ACTION                        PIC X(05).
       77 WS-LOCK-OK                            PIC 9(01).
           88 WS-LOCK-OK-TRUE                            VALUE 1.
           88 WS-LOCK-OK-FALSE                           VALUE 0.

       PROCEDURE DIVISION.
      * Quoting is front-office entry work; the ADD it leaves still
      * needs a maintenance operator to run polmaint.cbl.
           MOVE "polquote" TO WS-AUTH-PROGRAM.
           MOVE 2 TO WS-AUTH-NEEDED.
           CALL "chkauth" USING WS-AUTH-PROGRAM WS-AUTH-NEEDED
               WS-AUTH-OK WS-AUTH-OPERATOR WS-AUTH-ROLE
           END-CALL.
           IF WS-AUTH-OK-FALSE THEN
               DISPLAY "Operator " WS-AUTH-OPERATOR " holds role "
                   WS-AUTH-ROLE " - polquote needs entry. "
                   "Refused and logged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE "POLQUOTE-VALID-DAYS" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-VALID-DAYS
           END-IF.
           MOVE "QUOTE-CLAIM-YEARS" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-CLAIM-YEARS
           END-IF.
           COMPUTE WS-VALID-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-VALID-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-VALID-INTEGER)
               TO WS-VALID-TO.
      * Claims from the same day that many years back count.
           COMPUTE WS-CLAIM-FROM = WS-RUN-DATE - WS-CLAIM-YEARS * 10000.

           PERFORM 0100-LOAD-RATES-BEGIN
              THRU 0100-LOAD-RATES-END.
           IF WS-RAT-TBL-SIZE EQUAL 0 THEN
               DISPLAY "No rates in data/tarifs.txt - nothing can be "
                   "quoted."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0150-LOAD-CLIENTS-BEGIN
              THRU 0150-LOAD-CLIENTS-END.

           MOVE SPACE TO WS-COMMAND.
           PERFORM UNTIL WS-COMMAND EQUAL "QUIT"
               DISPLAY "Type QUOTE (price a new policy) / ACCEPT / "
                   "LIST / QUIT."
               ACCEPT WS-COMMAND
               EVALUATE WS-COMMAND
                   WHEN "QUOTE"
                       PERFORM 0300-QUOTE-BEGIN
                          THRU 0300-QUOTE-END
                   WHEN "ACCEPT"
                       PERFORM 0500-ACCEPT-BEGIN
                          THRU 0500-ACCEPT-END
                   WHEN "LIST"
                       PERFORM 0600-LIST-BEGIN
                          THRU 0600-LIST-END
                   WHEN "QUIT"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unrecognized command : " WS-COMMAND
               END-EVALUATE
           END-PERFORM.
           DISPLAY WS-QUOTES-ADDED " quote(s) written to "
               "data/devis-police.txt, " WS-QUOTES-ACCEPTED
               " accepted into input/police-trans.txt.".
           GOBACK.

       0100-LOAD-RATES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT RATING-INPUT.
           IF NOT WS-RAT-STATUS-OK THEN
               GO TO 0100-LOAD-RATES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ RATING-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-RAT-TBL-SIZE < WS-RAT-TBL-MAX AND
                          (RAT-TYPE-PRODUCT OR RAT-TYPE-SUM-BAND OR
                           RAT-TYPE-CLAIM-BAND) THEN
                           ADD 1 TO WS-RAT-TBL-SIZE
                           MOVE RAT-RECORD
                               TO WS-RAT-IMAGE(WS-RAT-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATING-INPUT.
       0100-LOAD-RATES-END.

       0150-LOAD-CLIENTS-BEGIN.
           INITIALIZE WS-CLI-TBL.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLIENTS-INPUT.
           IF NOT WS-CLI-STATUS-OK THEN
               GO TO 0150-LOAD-CLIENTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLIENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF CLI-M-ID > 0 AND CLI-M-STATUS NOT EQUAL "I"
                           THEN
                           MOVE 1 TO WS-CLI-LIVE(CLI-M-ID)
                           STRING FUNCTION TRIM(CLI-M-FNAME) " "
                                  FUNCTION TRIM(CLI-M-NAME)
                               DELIMITED BY SIZE
                               INTO WS-CLI-FULL(CLI-M-ID)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTS-INPUT.
       0150-LOAD-CLIENTS-END.

      * Fresh read of the quotes : the highest number seeds getseq on
      * a first run, LIST and ACCEPT work from the table.
       0200-LOAD-QUOTES-BEGIN.
           MOVE 0 TO WS-PQT-TBL-SIZE.
           MOVE 0 TO WS-LAST-QUOTE-NO.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT QUOTE-FILE.
           IF NOT WS-PQT-STATUS-OK THEN
               GO TO 0200-LOAD-QUOTES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ QUOTE-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF PQT-NO > WS-LAST-QUOTE-NO THEN
                           MOVE PQT-NO TO WS-LAST-QUOTE-NO
                       END-IF
                       IF WS-PQT-TBL-SIZE < WS-PQT-TBL-MAX THEN
                           ADD 1 TO WS-PQT-TBL-SIZE
                           MOVE PQT-RECORD
                               TO WS-PQT-IMAGE(WS-PQT-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QUOTE-FILE.
       0200-LOAD-QUOTES-END.

      * Claims on the client's contracts dated inside the look-back,
      * each claim counted once however many rows its lifecycle
      * left. Rows from before claim IDs existed count one apiece.
      * A prospect has no history on file.
       0250-CLAIM-HISTORY-BEGIN.
           MOVE 0 TO WS-CLAIM-CNT.
           MOVE 0 TO WS-OWN-TBL-SIZE.
           MOVE 0 TO WS-SEEN-TBL-SIZE.
           IF WS-ENTRY-CLI-ID EQUAL 0 THEN
               GO TO 0250-CLAIM-HISTORY-END
           END-IF.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT POLICY-CLIENT-INPUT.
           IF NOT WS-PCL-STATUS-OK THEN
               GO TO 0250-CLAIM-HISTORY-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ POLICY-CLIENT-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF PCL-CLI-ID EQUAL WS-ENTRY-CLI-ID AND
                          WS-OWN-TBL-SIZE < 200 THEN
                           ADD 1 TO WS-OWN-TBL-SIZE
                           MOVE PCL-CODE
                               TO WS-OWN-CODE(WS-OWN-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POLICY-CLIENT-INPUT.
           IF WS-OWN-TBL-SIZE EQUAL 0 THEN
               GO TO 0250-CLAIM-HISTORY-END
           END-IF.

           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLAIMS-INPUT.
           IF NOT WS-CLM-STATUS-OK THEN
               GO TO 0250-CLAIM-HISTORY-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLAIMS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF CLM-DATE >= WS-CLAIM-FROM THEN
                           PERFORM 0260-COUNT-CLAIM-BEGIN
                              THRU 0260-COUNT-CLAIM-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLAIMS-INPUT.
       0250-CLAIM-HISTORY-END.

       0260-COUNT-CLAIM-BEGIN.
           SET WS-OWN-FOUND-FALSE TO TRUE.
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-TBL-SIZE
               IF WS-OWN-CODE(WS-OWN-IDX) EQUAL CLM-CODE THEN
                   SET WS-OWN-FOUND-TRUE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-OWN-FOUND-FALSE THEN
               GO TO 0260-COUNT-CLAIM-END
           END-IF.
           IF CLM-ID IS NOT NUMERIC OR CLM-ID EQUAL 0 THEN
               ADD 1 TO WS-CLAIM-CNT
               GO TO 0260-COUNT-CLAIM-END
           END-IF.
           SET WS-SEEN-FOUND-FALSE TO TRUE.
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-TBL-SIZE
               IF WS-SEEN-CLM-ID(WS-SEEN-IDX) EQUAL CLM-ID THEN
                   SET WS-SEEN-FOUND-TRUE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-SEEN-FOUND-FALSE THEN
               ADD 1 TO WS-CLAIM-CNT
               IF WS-SEEN-TBL-SIZE < 500 THEN
                   ADD 1 TO WS-SEEN-TBL-SIZE
                   MOVE CLM-ID TO WS-SEEN-CLM-ID(WS-SEEN-TBL-SIZE)
               END-IF
           END-IF.
       0260-COUNT-CLAIM-END.

       0300-QUOTE-BEGIN.
           DISPLAY "Client ID (4 digits, 0 for a prospect) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CLI-ID.
           IF WS-ENTRY-CLI-ID EQUAL 0 THEN
               DISPLAY "Prospect name : " WITH NO ADVANCING
               ACCEPT WS-ENTRY-NAME
               IF WS-ENTRY-NAME EQUAL SPACE THEN
                   DISPLAY "No name - quote refused."
                   GO TO 0300-QUOTE-END
               END-IF
           ELSE
               IF WS-CLI-LIVE(WS-ENTRY-CLI-ID) NOT EQUAL 1 THEN
                   DISPLAY "Client " WS-ENTRY-CLI-ID " is not an "
                       "active client - quote refused."
                   GO TO 0300-QUOTE-END
               END-IF
               MOVE WS-CLI-FULL(WS-ENTRY-CLI-ID) TO WS-ENTRY-NAME
               DISPLAY "Quote for " FUNCTION TRIM(WS-ENTRY-NAME) "."
           END-IF.
           DISPLAY "Product : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-PRODUCT.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-PRODUCT)
               TO WS-ENTRY-PRODUCT.
           DISPLAY "Sum insured (whole euros) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-SUM-INSURED.
           IF WS-ENTRY-SUM-INSURED EQUAL 0 THEN
               DISPLAY "No sum insured - quote refused."
               GO TO 0300-QUOTE-END
           END-IF.

           PERFORM 0250-CLAIM-HISTORY-BEGIN
              THRU 0250-CLAIM-HISTORY-END.
           PERFORM 0400-RATE-BEGIN
              THRU 0400-RATE-END.
           IF WS-RATE-REFUSAL NOT EQUAL SPACE THEN
               DISPLAY FUNCTION TRIM(WS-RATE-REFUSAL)
                   " - refer to underwriting, no quote written."
               GO TO 0300-QUOTE-END
           END-IF.

           MOVE WS-BASE TO WS-AMT-SHOWN.
           DISPLAY "Base premium            " WS-AMT-SHOWN.
           MOVE WS-ENTRY-SUM-INSURED TO WS-SUM-SHOWN.
           MOVE WS-SUM-FACTOR TO WS-PCT-SHOWN.
           DISPLAY "Sum insured " WS-SUM-SHOWN "  x " WS-PCT-SHOWN
               "%".
           MOVE WS-CLAIM-FACTOR TO WS-PCT-SHOWN.
           DISPLAY "Claims in " WS-CLAIM-YEARS " year(s) : "
               WS-CLAIM-CNT "    x " WS-PCT-SHOWN "%".
           MOVE WS-PREMIUM TO WS-AMT-SHOWN.
           DISPLAY "Annual premium          " WS-AMT-SHOWN
               ", valid until " WS-VALID-TO ".".
           DISPLAY "Record this quote (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-USER-INPUT.
           IF WS-USER-INPUT NOT EQUAL "Y" THEN
               DISPLAY "Quote not recorded."
               GO TO 0300-QUOTE-END
           END-IF.

           PERFORM 0200-LOAD-QUOTES-BEGIN
              THRU 0200-LOAD-QUOTES-END.
           MOVE "POLQUOTE" TO WS-SEQ-NAME.
           MOVE WS-LAST-QUOTE-NO TO WS-SEQ-FALLBACK.
           MOVE 99999 TO WS-SEQ-CEILING.
           CALL "getseq" USING WS-SEQ-NAME WS-SEQ-FALLBACK
               WS-SEQ-CEILING WS-SEQ-NEXT
           END-CALL.
           IF WS-SEQ-NEXT EQUAL 0 THEN
               DISPLAY "No quote number could be allocated - quote "
                   "not written."
               GO TO 0300-QUOTE-END
           END-IF.

           OPEN EXTEND QUOTE-FILE.
           IF NOT WS-PQT-STATUS-OK THEN
               OPEN OUTPUT QUOTE-FILE
           END-IF.
           MOVE SPACES TO PQT-RECORD.
           MOVE WS-SEQ-NEXT TO PQT-NO.
           MOVE WS-RUN-DATE TO PQT-DATE.
           MOVE WS-VALID-TO TO PQT-VALID-TO.
           MOVE WS-ENTRY-CLI-ID TO PQT-CLI-ID.
           MOVE WS-ENTRY-NAME TO PQT-NAME.
           MOVE WS-ENTRY-PRODUCT TO PQT-PRODUCT.
           MOVE WS-ENTRY-SUM-INSURED TO PQT-SUM-INSURED.
           MOVE WS-CLAIM-CNT TO PQT-CLAIMS.
           MOVE WS-BASE TO PQT-BASE.
           MOVE WS-SUM-FACTOR TO PQT-SUM-FACTOR.
           MOVE WS-CLAIM-FACTOR TO PQT-CLAIM-FACTOR.
           MOVE WS-PREMIUM TO PQT-PREMIUM.
           SET PQT-STATUS-OPEN TO TRUE.
           MOVE 0 TO PQT-ACC-DATE.
           WRITE PQT-RECORD.
           CLOSE QUOTE-FILE.
           ADD 1 TO WS-QUOTES-ADDED.
           DISPLAY "Quote " PQT-NO " written.".
       0300-QUOTE-END.

      * Base premium for the product, loaded by the sum-insured band
      * and the claims band. A product with no band rows of a kind
      * takes no loading for it; bands that stop short of the
      * request leave the risk to an underwriter.
       0400-RATE-BEGIN.
           MOVE SPACE TO WS-RATE-REFUSAL.
           MOVE 0 TO WS-BASE.
           MOVE 0 TO WS-PREMIUM.
           SET WS-BAND-FOUND-FALSE TO TRUE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RAT-TBL-SIZE
               MOVE WS-RAT-IMAGE(WS-IDX) TO RAT-RECORD
               IF RAT-TYPE-PRODUCT AND
                  RAT-PRODUCT EQUAL WS-ENTRY-PRODUCT THEN
                   MOVE RAT-BASE TO WS-BASE
                   SET WS-BAND-FOUND-TRUE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-BAND-FOUND-FALSE THEN
               MOVE "No base rate for this product" TO WS-RATE-REFUSAL
               GO TO 0400-RATE-END
           END-IF.

           MOVE 100 TO WS-SUM-FACTOR.
           SET WS-BAND-SEEN-FALSE TO TRUE.
           SET WS-BAND-FOUND-FALSE TO TRUE.
           MOVE 999999999 TO WS-BAND-LIMIT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RAT-TBL-SIZE
               MOVE WS-RAT-IMAGE(WS-IDX) TO RAT-RECORD
               IF RAT-TYPE-SUM-BAND AND
                  RAT-PRODUCT EQUAL WS-ENTRY-PRODUCT THEN
                   SET WS-BAND-SEEN-TRUE TO TRUE
                   IF RAT-LIMIT >= WS-ENTRY-SUM-INSURED AND
                      RAT-LIMIT <= WS-BAND-LIMIT THEN
                       MOVE RAT-LIMIT TO WS-BAND-LIMIT
                       MOVE RAT-FACTOR TO WS-SUM-FACTOR
                       SET WS-BAND-FOUND-TRUE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-BAND-SEEN-TRUE AND WS-BAND-FOUND-FALSE THEN
               MOVE "Sum insured above the highest band"
                   TO WS-RATE-REFUSAL
               GO TO 0400-RATE-END
           END-IF.

           MOVE 100 TO WS-CLAIM-FACTOR.
           SET WS-BAND-SEEN-FALSE TO TRUE.
           SET WS-BAND-FOUND-FALSE TO TRUE.
           MOVE 999999999 TO WS-BAND-LIMIT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RAT-TBL-SIZE
               MOVE WS-RAT-IMAGE(WS-IDX) TO RAT-RECORD
               IF RAT-TYPE-CLAIM-BAND AND
                  RAT-PRODUCT EQUAL WS-ENTRY-PRODUCT THEN
                   SET WS-BAND-SEEN-TRUE TO TRUE
                   IF RAT-LIMIT >= WS-CLAIM-CNT AND
                      RAT-LIMIT <= WS-BAND-LIMIT THEN
                       MOVE RAT-LIMIT TO WS-BAND-LIMIT
                       MOVE RAT-FACTOR TO WS-CLAIM-FACTOR
                       SET WS-BAND-FOUND-TRUE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-BAND-SEEN-TRUE AND WS-BAND-FOUND-FALSE THEN
               MOVE "Claims history above the highest band"
                   TO WS-RATE-REFUSAL
               GO TO 0400-RATE-END
           END-IF.

           COMPUTE WS-PREMIUM ROUNDED =
               WS-BASE * WS-SUM-FACTOR / 100 * WS-CLAIM-FACTOR / 100
               ON SIZE ERROR
                   MOVE "Premium too large for the policy record"
                       TO WS-RATE-REFUSAL
           END-COMPUTE.
       0400-RATE-END.

      * An open quote inside its validity becomes an ADD transaction
      * for polmaint.cbl at exactly the premium quoted : a year's
      * cover starting this month, status A, the client link riding
      * in the transaction's client column.
       0500-ACCEPT-BEGIN.
           DISPLAY "Quote number to accept : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-QUOTE-NO.

           MOVE "GET" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           IF WS-LOCK-OK-FALSE THEN
               GO TO 0500-ACCEPT-END
           END-IF.
           PERFORM 0510-ACCEPT-LOCKED-BEGIN
              THRU 0510-ACCEPT-LOCKED-END.
           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
       0500-ACCEPT-END.

       0510-ACCEPT-LOCKED-BEGIN.
           PERFORM 0200-LOAD-QUOTES-BEGIN
              THRU 0200-LOAD-QUOTES-END.
           MOVE 0 TO WS-PQT-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PQT-TBL-SIZE
               IF WS-PQT-IMAGE(WS-IDX)(1:5) EQUAL WS-ENTRY-QUOTE-NO
                   THEN
                   MOVE WS-IDX TO WS-PQT-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-PQT-FOUND-IDX EQUAL 0 THEN
               DISPLAY "No quote " WS-ENTRY-QUOTE-NO " on file."
               GO TO 0510-ACCEPT-LOCKED-END
           END-IF.
           MOVE WS-PQT-IMAGE(WS-PQT-FOUND-IDX) TO PQT-RECORD.
           IF NOT PQT-STATUS-OPEN THEN
               DISPLAY "Quote " PQT-NO " is " FUNCTION TRIM(PQT-STATUS)
                   " (contract " PQT-CODE ") - left as it is."
               GO TO 0510-ACCEPT-LOCKED-END
           END-IF.
           IF PQT-VALID-TO < WS-RUN-DATE THEN
               DISPLAY "Quote " PQT-NO " expired on " PQT-VALID-TO
                   " - price it again."
               GO TO 0510-ACCEPT-LOCKED-END
           END-IF.

           DISPLAY "Contract code for the new policy : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CODE.
           IF WS-ENTRY-CODE EQUAL SPACE THEN
               DISPLAY "No contract code - quote not accepted."
               GO TO 0510-ACCEPT-LOCKED-END
           END-IF.
           PERFORM 0520-CHECK-CODE-BEGIN
              THRU 0520-CHECK-CODE-END.
           IF WS-OWN-FOUND-TRUE THEN
               DISPLAY "Contract " WS-ENTRY-CODE " is already in use "
                   "- quote not accepted."
               GO TO 0510-ACCEPT-LOCKED-END
           END-IF.

           MOVE WS-RUN-DATE(5:2) TO WS-START-MM.
           MOVE WS-RUN-DATE(1:4) TO WS-START-YYYY.
           IF WS-START-MM EQUAL 1 THEN
               MOVE 12 TO WS-END-MM
               MOVE WS-START-YYYY TO WS-END-YYYY
           ELSE
               COMPUTE WS-END-MM = WS-START-MM - 1
               COMPUTE WS-END-YYYY = WS-START-YYYY + 1
           END-IF.
           MOVE SPACES TO WS-POLICY-BUILD.
           MOVE WS-ENTRY-CODE TO WS-POLICY-BUILD(1:9).
           MOVE "CONTRAT" TO WS-POLICY-BUILD(10:15).
           MOVE PQT-PRODUCT TO WS-POLICY-BUILD(25:15).
           MOVE PQT-NAME TO WS-POLICY-BUILD(40:55).
           MOVE "A " TO WS-POLICY-BUILD(95:2).
           MOVE WS-START-MM TO WS-POLICY-BUILD(97:2).
           MOVE "/" TO WS-POLICY-BUILD(99:1).
           MOVE WS-START-YYYY TO WS-POLICY-BUILD(100:4).
           MOVE WS-END-MM TO WS-POLICY-BUILD(106:2).
           MOVE "/" TO WS-POLICY-BUILD(108:1).
           MOVE WS-END-YYYY TO WS-POLICY-BUILD(109:4).
           MOVE PQT-PREMIUM TO WS-POLICY-BUILD(113:9).

           OPEN EXTEND POLICY-TRANS-OUTPUT.
           IF NOT WS-TRX-STATUS-OK THEN
               OPEN OUTPUT POLICY-TRANS-OUTPUT
           END-IF.
           MOVE SPACES TO TRX-RECORD.
           MOVE "ADD" TO TRX-ACTION.
           MOVE WS-RUN-DATE TO TRX-EFF-DATE.
           MOVE WS-POLICY-BUILD TO TRX-POLICY.
           MOVE PQT-CLI-ID TO TRX-CLI-ID.
           WRITE TRX-RECORD.
           CLOSE POLICY-TRANS-OUTPUT.

           MOVE PQT-PREMIUM TO WS-PREMIUM.
           SET PQT-STATUS-ACCEPTED TO TRUE.
           MOVE WS-ENTRY-CODE TO PQT-CODE.
           MOVE WS-RUN-DATE TO PQT-ACC-DATE.
           MOVE PQT-RECORD TO WS-PQT-IMAGE(WS-PQT-FOUND-IDX).
           OPEN OUTPUT QUOTE-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PQT-TBL-SIZE
               MOVE WS-PQT-IMAGE(WS-IDX) TO PQT-RECORD
               WRITE PQT-RECORD
           END-PERFORM.
           CLOSE QUOTE-FILE.
           ADD 1 TO WS-QUOTES-ACCEPTED.
           MOVE WS-PREMIUM TO WS-AMT-SHOWN.
           DISPLAY "Quote " WS-ENTRY-QUOTE-NO " accepted : ADD for "
               WS-ENTRY-CODE " at " WS-AMT-SHOWN
               " queued for polmaint.".
       0510-ACCEPT-LOCKED-END.

      * A code already on the master, or already given to another
      * accepted quote still waiting for polmaint, is taken.
       0520-CHECK-CODE-BEGIN.
           SET WS-OWN-FOUND-FALSE TO TRUE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PQT-TBL-SIZE
               IF WS-PQT-IMAGE(WS-IDX)(142:9) EQUAL WS-ENTRY-CODE
                   THEN
                   SET WS-OWN-FOUND-TRUE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-OWN-FOUND-TRUE THEN
               GO TO 0520-CHECK-CODE-END
           END-IF.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT INSURANCE-INPUT.
           IF NOT WS-F-STATUS-OK THEN
               GO TO 0520-CHECK-CODE-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ INSURANCE-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF ISR-IN-RCD(1:9) EQUAL WS-ENTRY-CODE THEN
                           SET WS-OWN-FOUND-TRUE TO TRUE
                           SET WS-EOF-TRUE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INSURANCE-INPUT.
       0520-CHECK-CODE-END.

       0600-LIST-BEGIN.
           DISPLAY "Client to list (0 for all) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-CLI-ID.
           PERFORM 0200-LOAD-QUOTES-BEGIN
              THRU 0200-LOAD-QUOTES-END.
           MOVE 0 TO WS-QUOTES-LISTED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PQT-TBL-SIZE
               MOVE WS-PQT-IMAGE(WS-IDX) TO PQT-RECORD
               IF WS-ENTRY-CLI-ID EQUAL 0 OR
                  PQT-CLI-ID EQUAL WS-ENTRY-CLI-ID THEN
                   MOVE PQT-STATUS TO WS-LIST-STATUS
                   IF PQT-STATUS-OPEN AND
                      PQT-VALID-TO < WS-RUN-DATE THEN
                       MOVE "EXPIRED" TO WS-LIST-STATUS
                   END-IF
                   DISPLAY "Quote " PQT-NO " " PQT-PRODUCT " "
                       PQT-NAME(1:20) " premium " PQT-PREMIUM
                       " valid to " PQT-VALID-TO " " WS-LIST-STATUS
                       " " PQT-CODE
                   ADD 1 TO WS-QUOTES-LISTED
               END-IF
           END-PERFORM.
           DISPLAY WS-QUOTES-LISTED " quote(s).".
       0600-LIST-END.
