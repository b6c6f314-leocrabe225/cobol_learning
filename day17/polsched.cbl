       IDENTIFICATION DIVISION.
       PROGRAM-ID. polsched.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * What has already gone out : a schedule is built once per
      * contract, kind and term, however often the run is repeated.
           SELECT SCHEDULE-REGISTER
               ASSIGN TO "output/schedule-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCH-STATUS.

           SELECT INSURANCE-INPUT ASSIGN TO "data/assurances.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

      * New policies are the ADD rows polmaint.cbl leaves in its
      * audit trail, dated by the stamp on the row.
           SELECT POLICY-AUDIT-INPUT
               ASSIGN TO "data/police-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

      * Renewed policies are the offers flipped to ACCEPTED.
           SELECT RENEWAL-REGISTER-INPUT
               ASSIGN TO "output/renewal-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REN-STATUS.

           SELECT CLIENTS-INPUT
               ASSIGN TO "data/clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.

           SELECT POLICY-CLIENT-INPUT
               ASSIGN TO "data/police-client.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCL-STATUS.

           SELECT BROKER-INPUT
               ASSIGN TO "data/courtiers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRK-STATUS.

           SELECT XREF-INPUT
               ASSIGN TO "data/police-courtier.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XRF-STATUS.

           SELECT INVOICE-REGISTER-INPUT
               ASSIGN TO "output/factures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

      * One schedule per file, named by contract and term end so a
      * renewal never overwrites the schedule the policy started
      * with, and maildist.cbl sees each as a document of its own.
           SELECT SCHEDULE-OUTPUT
               ASSIGN TO DYNAMIC WS-SCHED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EOD-LOG-OUTPUT
               ASSIGN TO "output/eod-summary.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCHEDULE-REGISTER.
       COPY schrcd.

       FD INSURANCE-INPUT.
       01 ISR-IN-RCD            PIC X(121).

      * Code, action and stamp lead the audit row; the images after
      * them are not needed here.
       FD POLICY-AUDIT-INPUT.
       01 AUD-RCD.
           05 AUD-CODE          PIC X(09).
           05 FILLER            PIC X(01).
           05 AUD-ACTION        PIC X(06).
           05 FILLER            PIC X(01).
           05 AUD-STAMP         PIC X(14).
           05 FILLER            PIC X(270).

       FD RENEWAL-REGISTER-INPUT.
       01 REN-RCD.
           05 REN-CODE          PIC X(09).
           05 FILLER            PIC X(01).
           05 REN-STATUS        PIC X(09).
           05 FILLER            PIC X(01).
           05 REN-OLD-END       PIC 9(06).
           05 FILLER            PIC X(01).
           05 REN-NEW-END       PIC 9(06).
           05 FILLER            PIC X(01).
           05 REN-DATE          PIC 9(08).
           05 FILLER            PIC X(01).
           05 REN-CLIENT        PIC X(30).
           05 FILLER            PIC X(01).
           05 REN-PREMIUM       PIC 9(07).99.
           05 FILLER            PIC X(01).
           05 REN-BAND          PIC X(08).

       FD CLIENTS-INPUT.
       COPY climast.

       FD POLICY-CLIENT-INPUT.
       01 PCL-RCD.
           05 PCL-CODE          PIC X(09).
           05 FILLER            PIC X(01).
           05 PCL-CLI-ID        PIC 9(04).

       FD BROKER-INPUT.
       COPY brkrcd.

       FD XREF-INPUT.
       01 XRF-RCD.
           05 XRF-CODE          PIC X(09).
           05 FILLER            PIC X(01).
           05 XRF-BROKER        PIC X(06).

       FD INVOICE-REGISTER-INPUT.
       01 INV-REG-RCD           PIC X(90).

       FD SCHEDULE-OUTPUT.
       01 SCHED-OUT-RCD         PIC X(80).

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       77 WS-SCH-STATUS                         PIC X(02).
           88 WS-SCH-STATUS-OK                           VALUE "00".
       77 WS-F-STATUS                           PIC X(02).
           88 WS-F-STATUS-OK                             VALUE "00".
       77 WS-AUD-STATUS                         PIC X(02).
           88 WS-AUD-STATUS-OK                           VALUE "00".
       77 WS-REN-STATUS                         PIC X(02).
           88 WS-REN-STATUS-OK                           VALUE "00".
       77 WS-CLI-STATUS                         PIC X(02).
           88 WS-CLI-STATUS-OK                           VALUE "00".
       77 WS-PCL-STATUS                         PIC X(02).
           88 WS-PCL-STATUS-OK                           VALUE "00".
       77 WS-BRK-STATUS                         PIC X(02).
           88 WS-BRK-STATUS-OK                           VALUE "00".
       77 WS-XRF-STATUS                         PIC X(02).
           88 WS-XRF-STATUS-OK                           VALUE "00".
       77 WS-REG-STATUS                         PIC X(02).
           88 WS-REG-STATUS-OK                           VALUE "00".
       77 WS-EOD-STATUS                         PIC X(02).
           88 WS-EOD-STATUS-OK                           VALUE "00".
       77 WS-EOF                                PIC X(01) VALUE "N".
           88 WS-EOF-TRUE                                 VALUE "Y".
           88 WS-EOF-FALSE                                VALUE "N".

      * Schedules already issued, by contract, kind and term end.
       77 WS-ISS-TBL-SIZE                       PIC 9(04) VALUE 0.
       01 WS-ISS-TBL.
           05 WS-ISS OCCURS 5000 TIMES.
               10 WS-ISS-CODE        PIC X(09).
               10 WS-ISS-KIND        PIC X(05).
               10 WS-ISS-TERM-END    PIC 9(06).

      * The whole book, as polinq.cbl holds it.
       77 WS-POL-TBL-SIZE                       PIC 9(03) VALUE 0.
       01 WS-POL-TBL.
           05 WS-POL-ROW          PIC X(121) OCCURS 999 TIMES.
       77 WS-POL-IDX                            PIC 9(03).

      * Client master keyed by ID, the way maildist.cbl holds it.
       01 WS-CLI-TBL.
           05 WS-CLI OCCURS 9999 TIMES.
               10 WS-CLI-NAME        PIC X(10).
               10 WS-CLI-FNAME       PIC X(10).
               10 WS-CLI-ADDRESS     PIC X(30).
               10 WS-CLI-EMAIL       PIC X(50).
               10 WS-CLI-PREF        PIC X(01).
               10 WS-CLI-LIVE        PIC 9(01).

      * Policy-to-client and policy-to-broker links; the last link
      * keyed for a contract is the one that stands.
       77 WS-PCL-TBL-SIZE                       PIC 9(03) VALUE 0.
       01 WS-PCL-TBL.
           05 WS-PCL OCCURS 999 TIMES.
               10 WS-PCL-CODE        PIC X(09).
               10 WS-PCL-CLI-ID      PIC 9(04).
       77 WS-XRF-TBL-SIZE                       PIC 9(03) VALUE 0.
       01 WS-XRF-TBL.
           05 WS-XRF OCCURS 300 TIMES.
               10 WS-XRF-CODE        PIC X(09).
               10 WS-XRF-BROKER      PIC X(06).
       77 WS-BRK-TBL-SIZE                       PIC 9(02) VALUE 0.
       01 WS-BRK-TBL.
           05 WS-BRK OCCURS 20 TIMES.
               10 WS-BRK-CODE        PIC X(06).
               10 WS-BRK-NAME        PIC X(20).
               10 WS-BRK-ADDRESS     PIC X(30).

      * Premium invoices from billing, credit notes left out.
       77 WS-INV-TBL-SIZE                       PIC 9(04) VALUE 0.
       01 WS-INV-TBL.
           05 WS-INV OCCURS 5000 TIMES.
               10 WS-INV-NO          PIC 9(05).
               10 WS-INV-DATE        PIC 9(08).
               10 WS-INV-CODE        PIC X(09).
               10 WS-INV-AMOUNT      PIC 9(07)V99.
       77 WS-IDX                                PIC 9(04).

      * The schedule in hand.
       77 WS-CAND-CODE                          PIC X(09).
       77 WS-CAND-KIND                          PIC X(05).
       77 WS-CAND-EVENT-DATE                    PIC 9(08).
       77 WS-CAND-PREMIUM                       PIC 9(07)V99.
       77 WS-CAND-CLI-ID                        PIC 9(04).
       77 WS-CAND-BRK-CODE                      PIC X(06).
       77 WS-CAND-BRK-IDX                       PIC 9(02).
       77 WS-CAND-INV-IDX                       PIC 9(04).
       77 WS-CAND-DELIVERY                      PIC X(05).
       01 WS-CAND-TERM-END                      PIC 9(06).
       01 WS-CAND-TERM-SPLIT REDEFINES WS-CAND-TERM-END.
           05 WS-CAND-TERM-YYYY                 PIC 9(04).
           05 WS-CAND-TERM-MM                   PIC 9(02).
       77 WS-TERM-END-X                         PIC X(06).
       77 WS-SKIP                               PIC 9(01).
           88 WS-SKIP-TRUE                               VALUE 1.
           88 WS-SKIP-FALSE                              VALUE 0.

       77 WS-RUN-DATE                           PIC 9(08).
       77 WS-OPERATOR-ID                        PIC X(08).
       77 WS-SCHED-FILENAME                     PIC X(40).
       77 WS-ISSUED-CNT                         PIC 9(04) VALUE 0.
       77 WS-EMAIL-CNT                          PIC 9(04) VALUE 0.
       77 WS-PRINT-CNT                          PIC 9(04) VALUE 0.
       77 WS-WAITING-CNT                        PIC 9(04) VALUE 0.
       77 WS-NO-POLICY-CNT                      PIC 9(04) VALUE 0.
       77 WS-PREMIUM-TOTAL                      PIC 9(09)V99 VALUE 0.

       01 WS-SCHED-TITLE-LINE.
           05 FILLER              PIC X(22) VALUE
               "*** POLICY SCHEDULE - ".
           05 WS-SCHED-TITLE-KIND PIC X(12).
           05 FILLER              PIC X(04) VALUE " ***".
       01 WS-SCHED-DATE-LINE.
           05 FILLER              PIC X(20) VALUE
               "Issued             :".
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SCHED-ISSUED     PIC 9(08).
       01 WS-SCHED-TO-LINE.
           05 FILLER              PIC X(20) VALUE
               "Policyholder       :".
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SCHED-FNAME      PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SCHED-NAME       PIC X(40).
       01 WS-SCHED-ADDR-LINE.
           05 FILLER              PIC X(21) VALUE SPACE.
           05 WS-SCHED-ADDRESS    PIC X(30).
       01 WS-SCHED-CODE-LINE.
           05 FILLER              PIC X(20) VALUE
               "Contract           :".
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SCHED-CODE       PIC X(09).
           05 FILLER              PIC X(03) VALUE " - ".
           05 WS-SCHED-PRODUCT    PIC X(15).
       01 WS-SCHED-INSURED-LINE.
           05 FILLER              PIC X(20) VALUE
               "Insured            :".
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SCHED-INSURED    PIC X(55).
       01 WS-SCHED-TERM-LINE.
           05 FILLER              PIC X(20) VALUE
               "Cover runs through :".
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SCHED-TERM-MM    PIC 9(02).
           05 FILLER              PIC X(01) VALUE "/".
           05 WS-SCHED-TERM-YYYY  PIC 9(04).
       01 WS-SCHED-PREM-LINE.
           05 FILLER              PIC X(20) VALUE
               "Annual premium     :".
           05 WS-SCHED-PREMIUM    PIC Z,ZZZ,ZZ9.99.
       01 WS-SCHED-BRK-LINE.
           05 FILLER              PIC X(20) VALUE
               "Your broker        :".
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SCHED-BRK-NAME   PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SCHED-BRK-ADDR   PIC X(30).
       01 WS-SCHED-INV-LINE.
           05 FILLER              PIC X(20) VALUE
               "First invoice      :".
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SCHED-INV-NO     PIC 9(05).
           05 FILLER              PIC X(04) VALUE " of ".
           05 WS-SCHED-INV-DATE   PIC 9(08).
           05 FILLER              PIC X(03) VALUE " : ".
           05 WS-SCHED-INV-AMOUNT PIC Z,ZZZ,ZZ9.99.
       01 WS-SCHED-FOOT-LINE      PIC X(60) VALUE
           "Please keep this schedule with your policy documents.".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           PERFORM 0100-LOAD-ISSUED-BEGIN
              THRU 0100-LOAD-ISSUED-END.
           PERFORM 0150-LOAD-POLICIES-BEGIN
              THRU 0150-LOAD-POLICIES-END.
           IF WS-POL-TBL-SIZE EQUAL 0 THEN
               DISPLAY "No policies in data/assurances.csv."
               GOBACK
           END-IF.
           PERFORM 0200-LOAD-CLIENTS-BEGIN
              THRU 0200-LOAD-CLIENTS-END.
           PERFORM 0250-LOAD-LINKS-BEGIN
              THRU 0250-LOAD-LINKS-END.
           PERFORM 0300-LOAD-INVOICES-BEGIN
              THRU 0300-LOAD-INVOICES-END.

           OPEN EXTEND SCHEDULE-REGISTER.
           IF NOT WS-SCH-STATUS-OK THEN
               OPEN OUTPUT SCHEDULE-REGISTER
           END-IF.
           PERFORM 0400-NEW-POLICIES-BEGIN
              THRU 0400-NEW-POLICIES-END.
           PERFORM 0500-RENEWED-POLICIES-BEGIN
              THRU 0500-RENEWED-POLICIES-END.
           CLOSE SCHEDULE-REGISTER.

           PERFORM 0800-WRITE-EOD-LOG-BEGIN
              THRU 0800-WRITE-EOD-LOG-END.

           DISPLAY WS-ISSUED-CNT " schedule(s) issued (" WS-EMAIL-CNT
               " for email, " WS-PRINT-CNT " to print) - run "
               "maildist to queue them.".
           IF WS-WAITING-CNT > 0 THEN
               DISPLAY WS-WAITING-CNT " polic(ies) not yet invoiced "
                   "- their schedules wait for billing."
           END-IF.
           IF WS-NO-POLICY-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-NO-POLICY-CNT
                   " contract(s) no longer in data/assurances.csv "
                   "- no schedule."
           END-IF.
           GOBACK.

       0100-LOAD-ISSUED-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SCHEDULE-REGISTER.
           IF NOT WS-SCH-STATUS-OK THEN
               GO TO 0100-LOAD-ISSUED-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ SCHEDULE-REGISTER
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-ISS-TBL-SIZE < 5000 THEN
                           ADD 1 TO WS-ISS-TBL-SIZE
                           MOVE SCH-CODE
                               TO WS-ISS-CODE(WS-ISS-TBL-SIZE)
                           MOVE SCH-KIND
                               TO WS-ISS-KIND(WS-ISS-TBL-SIZE)
                           MOVE SCH-TERM-END
                               TO WS-ISS-TERM-END(WS-ISS-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCHEDULE-REGISTER.
           SET WS-EOF-FALSE TO TRUE.
       0100-LOAD-ISSUED-END.

       0150-LOAD-POLICIES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT INSURANCE-INPUT.
           IF NOT WS-F-STATUS-OK THEN
               GO TO 0150-LOAD-POLICIES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ INSURANCE-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-POL-TBL-SIZE < 999 THEN
                           ADD 1 TO WS-POL-TBL-SIZE
                           MOVE ISR-IN-RCD
                               TO WS-POL-ROW(WS-POL-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INSURANCE-INPUT.
           SET WS-EOF-FALSE TO TRUE.
       0150-LOAD-POLICIES-END.

       0200-LOAD-CLIENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT CLIENTS-INPUT.
           IF NOT WS-CLI-STATUS-OK THEN
               GO TO 0200-LOAD-CLIENTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ CLIENTS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF CLI-M-ID IS NUMERIC AND CLI-M-ID > 0 THEN
                           MOVE CLI-M-NAME TO WS-CLI-NAME(CLI-M-ID)
                           MOVE CLI-M-FNAME TO WS-CLI-FNAME(CLI-M-ID)
                           MOVE CLI-M-ADDRESS
                               TO WS-CLI-ADDRESS(CLI-M-ID)
                           MOVE CLI-M-EMAIL TO WS-CLI-EMAIL(CLI-M-ID)
                           MOVE CLI-M-DELIV-PREF
                               TO WS-CLI-PREF(CLI-M-ID)
                           MOVE 1 TO WS-CLI-LIVE(CLI-M-ID)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTS-INPUT.
           SET WS-EOF-FALSE TO TRUE.
       0200-LOAD-CLIENTS-END.

      * The client links, the broker links and the broker master.
      * Any of them missing only leaves the schedule less to say.
       0250-LOAD-LINKS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT POLICY-CLIENT-INPUT.
           IF WS-PCL-STATUS-OK THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ POLICY-CLIENT-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           IF WS-PCL-TBL-SIZE < 999 THEN
                               ADD 1 TO WS-PCL-TBL-SIZE
                               MOVE PCL-CODE
                                   TO WS-PCL-CODE(WS-PCL-TBL-SIZE)
                               MOVE PCL-CLI-ID
                                   TO WS-PCL-CLI-ID(WS-PCL-TBL-SIZE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POLICY-CLIENT-INPUT
           END-IF.

           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT XREF-INPUT.
           IF WS-XRF-STATUS-OK THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ XREF-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           IF WS-XRF-TBL-SIZE < 300 THEN
                               ADD 1 TO WS-XRF-TBL-SIZE
                               MOVE XRF-CODE
                                   TO WS-XRF-CODE(WS-XRF-TBL-SIZE)
                               MOVE XRF-BROKER
                                   TO WS-XRF-BROKER(WS-XRF-TBL-SIZE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-INPUT
           END-IF.

           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT BROKER-INPUT.
           IF WS-BRK-STATUS-OK THEN
               PERFORM UNTIL WS-EOF-TRUE
                   READ BROKER-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           IF WS-BRK-TBL-SIZE < 20 THEN
                               ADD 1 TO WS-BRK-TBL-SIZE
                               MOVE BRK-CODE
                                   TO WS-BRK-CODE(WS-BRK-TBL-SIZE)
                               MOVE BRK-NAME
                                   TO WS-BRK-NAME(WS-BRK-TBL-SIZE)
                               MOVE BRK-ADDRESS
                                   TO WS-BRK-ADDRESS(WS-BRK-TBL-SIZE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BROKER-INPUT
           END-IF.
           SET WS-EOF-FALSE TO TRUE.
       0250-LOAD-LINKS-END.

      * The same register columns polinq.cbl reads : number (1:5),
      * date (7:8), contract (16:9), amount (67:10), and the
      * ADJ-CR mark (78:6) proadj.cbl puts on a credit note.
       0300-LOAD-INVOICES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT INVOICE-REGISTER-INPUT.
           IF NOT WS-REG-STATUS-OK THEN
               GO TO 0300-LOAD-INVOICES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ INVOICE-REGISTER-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF INV-REG-RCD(1:5) IS NUMERIC AND
                          INV-REG-RCD(7:8) IS NUMERIC AND
                          INV-REG-RCD(78:6) NOT EQUAL "ADJ-CR" AND
                          WS-INV-TBL-SIZE < 5000 THEN
                           ADD 1 TO WS-INV-TBL-SIZE
                           MOVE INV-REG-RCD(1:5)
                               TO WS-INV-NO(WS-INV-TBL-SIZE)
                           MOVE INV-REG-RCD(7:8)
                               TO WS-INV-DATE(WS-INV-TBL-SIZE)
                           MOVE INV-REG-RCD(16:9)
                               TO WS-INV-CODE(WS-INV-TBL-SIZE)
                           COMPUTE WS-INV-AMOUNT(WS-INV-TBL-SIZE) =
                               FUNCTION NUMVAL(INV-REG-RCD(67:10))
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-REGISTER-INPUT.
           SET WS-EOF-FALSE TO TRUE.
       0300-LOAD-INVOICES-END.

      * Every policy polmaint.cbl has added. The term is the one on
      * the policy record; the premium its Amount column.
       0400-NEW-POLICIES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT POLICY-AUDIT-INPUT.
           IF NOT WS-AUD-STATUS-OK THEN
               GO TO 0400-NEW-POLICIES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ POLICY-AUDIT-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF AUD-ACTION EQUAL "ADD" AND
                          AUD-STAMP(1:8) IS NUMERIC THEN
                           MOVE AUD-CODE TO WS-CAND-CODE
                           MOVE "NEW" TO WS-CAND-KIND
                           MOVE AUD-STAMP(1:8) TO WS-CAND-EVENT-DATE
                           PERFORM 0410-NEW-TERM-BEGIN
                              THRU 0410-NEW-TERM-END
                           PERFORM 0600-ONE-SCHEDULE-BEGIN
                              THRU 0600-ONE-SCHEDULE-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POLICY-AUDIT-INPUT.
           SET WS-EOF-FALSE TO TRUE.
       0400-NEW-POLICIES-END.

       0410-NEW-TERM-BEGIN.
           MOVE 0 TO WS-CAND-TERM-END.
           MOVE 0 TO WS-CAND-PREMIUM.
           PERFORM 0650-FIND-POLICY-BEGIN
              THRU 0650-FIND-POLICY-END.
           IF WS-POL-IDX EQUAL 0 THEN
               GO TO 0410-NEW-TERM-END
           END-IF.
           STRING WS-POL-ROW(WS-POL-IDX)(109:4)
                  WS-POL-ROW(WS-POL-IDX)(106:2)
               DELIMITED BY SIZE INTO WS-TERM-END-X.
           IF WS-TERM-END-X IS NUMERIC THEN
               MOVE WS-TERM-END-X TO WS-CAND-TERM-END
           END-IF.
           COMPUTE WS-CAND-PREMIUM =
               FUNCTION NUMVAL(WS-POL-ROW(WS-POL-IDX)(113:9)).
       0410-NEW-TERM-END.

      * Every offer renewal.cbl's UPDATE flipped to ACCEPTED : the
      * term is the offer's new end, the premium the one offered.
       0500-RENEWED-POLICIES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT RENEWAL-REGISTER-INPUT.
           IF NOT WS-REN-STATUS-OK THEN
               GO TO 0500-RENEWED-POLICIES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ RENEWAL-REGISTER-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF REN-STATUS EQUAL "ACCEPTED" THEN
                           MOVE REN-CODE TO WS-CAND-CODE
                           MOVE "RENEW" TO WS-CAND-KIND
                           MOVE REN-DATE TO WS-CAND-EVENT-DATE
                           MOVE REN-NEW-END TO WS-CAND-TERM-END
                           IF REN-PREMIUM EQUAL SPACE THEN
                               MOVE 0 TO WS-CAND-PREMIUM
                           ELSE
                               COMPUTE WS-CAND-PREMIUM =
                                   FUNCTION NUMVAL(REN-PREMIUM)
                           END-IF
                           PERFORM 0600-ONE-SCHEDULE-BEGIN
                              THRU 0600-ONE-SCHEDULE-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RENEWAL-REGISTER-INPUT.
           SET WS-EOF-FALSE TO TRUE.
       0500-RENEWED-POLICIES-END.

      * One candidate : skipped when already issued, held back when
      * billing has not yet invoiced the term (the next run picks
      * it up), otherwise built, registered and counted.
       0600-ONE-SCHEDULE-BEGIN.
           SET WS-SKIP-FALSE TO TRUE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ISS-TBL-SIZE
               IF WS-ISS-CODE(WS-IDX) EQUAL WS-CAND-CODE AND
                  WS-ISS-KIND(WS-IDX) EQUAL WS-CAND-KIND AND
                  WS-ISS-TERM-END(WS-IDX) EQUAL WS-CAND-TERM-END THEN
                   SET WS-SKIP-TRUE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-SKIP-TRUE THEN
               GO TO 0600-ONE-SCHEDULE-END
           END-IF.

           PERFORM 0650-FIND-POLICY-BEGIN
              THRU 0650-FIND-POLICY-END.
           IF WS-POL-IDX EQUAL 0 THEN
               ADD 1 TO WS-NO-POLICY-CNT
               GO TO 0600-ONE-SCHEDULE-END
           END-IF.

      * The first premium invoice raised on or after the day the
      * policy was added or the renewal offered.
           MOVE 0 TO WS-CAND-INV-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-INV-TBL-SIZE
                      OR WS-CAND-INV-IDX > 0
               IF WS-INV-CODE(WS-IDX) EQUAL WS-CAND-CODE AND
                  WS-INV-DATE(WS-IDX) NOT < WS-CAND-EVENT-DATE THEN
                   MOVE WS-IDX TO WS-CAND-INV-IDX
               END-IF
           END-PERFORM.
           IF WS-CAND-INV-IDX EQUAL 0 THEN
               ADD 1 TO WS-WAITING-CNT
               GO TO 0600-ONE-SCHEDULE-END
           END-IF.

           MOVE 0 TO WS-CAND-CLI-ID.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PCL-TBL-SIZE
               IF WS-PCL-CODE(WS-IDX) EQUAL WS-CAND-CODE THEN
                   MOVE WS-PCL-CLI-ID(WS-IDX) TO WS-CAND-CLI-ID
               END-IF
           END-PERFORM.
           IF WS-CAND-CLI-ID > 0 THEN
               IF WS-CLI-LIVE(WS-CAND-CLI-ID) NOT EQUAL 1 THEN
                   MOVE 0 TO WS-CAND-CLI-ID
               END-IF
           END-IF.

           MOVE SPACE TO WS-CAND-BRK-CODE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-XRF-TBL-SIZE
               IF WS-XRF-CODE(WS-IDX) EQUAL WS-CAND-CODE THEN
                   MOVE WS-XRF-BROKER(WS-IDX) TO WS-CAND-BRK-CODE
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-CAND-BRK-IDX.
           IF WS-CAND-BRK-CODE NOT EQUAL SPACE THEN
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-BRK-TBL-SIZE
                   IF WS-BRK-CODE(WS-IDX) EQUAL WS-CAND-BRK-CODE THEN
                       MOVE WS-IDX TO WS-CAND-BRK-IDX
                   END-IF
               END-PERFORM
           END-IF.

      * Email only when the client asked for it and has an address,
      * exactly the test maildist.cbl applies.
           MOVE "PRINT" TO WS-CAND-DELIVERY.
           IF WS-CAND-CLI-ID > 0 THEN
               IF WS-CLI-PREF(WS-CAND-CLI-ID) EQUAL "E" AND
                  WS-CLI-EMAIL(WS-CAND-CLI-ID) NOT EQUAL SPACE THEN
                   MOVE "EMAIL" TO WS-CAND-DELIVERY
               END-IF
           END-IF.

           PERFORM 0700-WRITE-SCHEDULE-BEGIN
              THRU 0700-WRITE-SCHEDULE-END.

           MOVE SPACES TO SCH-RECORD.
           MOVE WS-CAND-CODE TO SCH-CODE.
           MOVE WS-CAND-KIND TO SCH-KIND.
           MOVE WS-CAND-TERM-END TO SCH-TERM-END.
           MOVE WS-RUN-DATE TO SCH-ISSUED.
           MOVE WS-CAND-CLI-ID TO SCH-CLI-ID.
           MOVE WS-INV-NO(WS-CAND-INV-IDX) TO SCH-INV-NO.
           MOVE WS-CAND-DELIVERY TO SCH-DELIVERY.
           MOVE WS-SCHED-FILENAME TO SCH-DOCUMENT.
           WRITE SCH-RECORD.

           IF WS-ISS-TBL-SIZE < 5000 THEN
               ADD 1 TO WS-ISS-TBL-SIZE
               MOVE WS-CAND-CODE TO WS-ISS-CODE(WS-ISS-TBL-SIZE)
               MOVE WS-CAND-KIND TO WS-ISS-KIND(WS-ISS-TBL-SIZE)
               MOVE WS-CAND-TERM-END
                   TO WS-ISS-TERM-END(WS-ISS-TBL-SIZE)
           END-IF.
           ADD 1 TO WS-ISSUED-CNT.
           ADD WS-CAND-PREMIUM TO WS-PREMIUM-TOTAL.
           IF WS-CAND-DELIVERY EQUAL "EMAIL" THEN
               ADD 1 TO WS-EMAIL-CNT
           ELSE
               ADD 1 TO WS-PRINT-CNT
           END-IF.
       0600-ONE-SCHEDULE-END.

       0650-FIND-POLICY-BEGIN.
           MOVE 0 TO WS-POL-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-POL-TBL-SIZE
               IF WS-POL-ROW(WS-IDX)(1:9) EQUAL WS-CAND-CODE THEN
                   MOVE WS-IDX TO WS-POL-IDX
               END-IF
           END-PERFORM.
       0650-FIND-POLICY-END.

      * The schedule text : who holds the policy and where, what it
      * covers and until when, what it costs, who placed it and the
      * invoice that collects the first premium.
       0700-WRITE-SCHEDULE-BEGIN.
           MOVE SPACE TO WS-SCHED-FILENAME.
           STRING "output/schedule-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAND-CODE) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CAND-TERM-END DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-SCHED-FILENAME.
           OPEN OUTPUT SCHEDULE-OUTPUT.

           IF WS-CAND-KIND EQUAL "NEW" THEN
               MOVE "NEW BUSINESS" TO WS-SCHED-TITLE-KIND
           ELSE
               MOVE "RENEWAL" TO WS-SCHED-TITLE-KIND
           END-IF.
           WRITE SCHED-OUT-RCD FROM WS-SCHED-TITLE-LINE.
           MOVE WS-RUN-DATE TO WS-SCHED-ISSUED.
           WRITE SCHED-OUT-RCD FROM WS-SCHED-DATE-LINE.
           MOVE SPACE TO SCHED-OUT-RCD.
           WRITE SCHED-OUT-RCD.

      * No client link : the name on the policy is all there is.
           IF WS-CAND-CLI-ID > 0 THEN
               MOVE WS-CLI-FNAME(WS-CAND-CLI-ID) TO WS-SCHED-FNAME
               MOVE WS-CLI-NAME(WS-CAND-CLI-ID) TO WS-SCHED-NAME
               MOVE WS-CLI-ADDRESS(WS-CAND-CLI-ID)
                   TO WS-SCHED-ADDRESS
           ELSE
               MOVE SPACE TO WS-SCHED-FNAME
               MOVE WS-POL-ROW(WS-POL-IDX)(40:40) TO WS-SCHED-NAME
               MOVE SPACE TO WS-SCHED-ADDRESS
           END-IF.
           WRITE SCHED-OUT-RCD FROM WS-SCHED-TO-LINE.
           IF WS-SCHED-ADDRESS NOT EQUAL SPACE THEN
               WRITE SCHED-OUT-RCD FROM WS-SCHED-ADDR-LINE
           END-IF.
           MOVE SPACE TO SCHED-OUT-RCD.
           WRITE SCHED-OUT-RCD.

           MOVE WS-CAND-CODE TO WS-SCHED-CODE.
           MOVE WS-POL-ROW(WS-POL-IDX)(25:15) TO WS-SCHED-PRODUCT.
           WRITE SCHED-OUT-RCD FROM WS-SCHED-CODE-LINE.
           MOVE WS-POL-ROW(WS-POL-IDX)(40:55) TO WS-SCHED-INSURED.
           WRITE SCHED-OUT-RCD FROM WS-SCHED-INSURED-LINE.
           IF WS-CAND-TERM-END > 0 THEN
               MOVE WS-CAND-TERM-MM TO WS-SCHED-TERM-MM
               MOVE WS-CAND-TERM-YYYY TO WS-SCHED-TERM-YYYY
               WRITE SCHED-OUT-RCD FROM WS-SCHED-TERM-LINE
           END-IF.
           MOVE WS-CAND-PREMIUM TO WS-SCHED-PREMIUM.
           WRITE SCHED-OUT-RCD FROM WS-SCHED-PREM-LINE.

           IF WS-CAND-BRK-IDX > 0 THEN
               MOVE WS-BRK-NAME(WS-CAND-BRK-IDX) TO WS-SCHED-BRK-NAME
               MOVE WS-BRK-ADDRESS(WS-CAND-BRK-IDX)
                   TO WS-SCHED-BRK-ADDR
           ELSE
               MOVE "Direct with us" TO WS-SCHED-BRK-NAME
               MOVE SPACE TO WS-SCHED-BRK-ADDR
           END-IF.
           WRITE SCHED-OUT-RCD FROM WS-SCHED-BRK-LINE.

           MOVE WS-INV-NO(WS-CAND-INV-IDX) TO WS-SCHED-INV-NO.
           MOVE WS-INV-DATE(WS-CAND-INV-IDX) TO WS-SCHED-INV-DATE.
           MOVE WS-INV-AMOUNT(WS-CAND-INV-IDX)
               TO WS-SCHED-INV-AMOUNT.
           WRITE SCHED-OUT-RCD FROM WS-SCHED-INV-LINE.
           MOVE SPACE TO SCHED-OUT-RCD.
           WRITE SCHED-OUT-RCD.
           WRITE SCHED-OUT-RCD FROM WS-SCHED-FOOT-LINE.
           CLOSE SCHEDULE-OUTPUT.
       0700-WRITE-SCHEDULE-END.

       0800-WRITE-EOD-LOG-BEGIN.
           OPEN EXTEND EOD-LOG-OUTPUT.
           IF NOT WS-EOD-STATUS-OK THEN
               OPEN OUTPUT EOD-LOG-OUTPUT
           END-IF.
           MOVE SPACES TO EOD-LOG-RECORD.
           MOVE "POLSCHED" TO EOD-PROGRAM.
           MOVE WS-ISSUED-CNT TO EOD-RECORDS-PROC.
           MOVE WS-WAITING-CNT TO EOD-EXCEPTIONS.
           MOVE WS-ISSUED-CNT TO EOD-FILES-WRITTEN.
           MOVE WS-PREMIUM-TOTAL TO EOD-KEY-TOTAL.
           MOVE WS-RUN-DATE TO EOD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO EOD-RUN-TIME.
           CALL "getoper" USING WS-OPERATOR-ID END-CALL.
           MOVE WS-OPERATOR-ID TO EOD-OPERATOR.
           WRITE EOD-LOG-RECORD.
           CLOSE EOD-LOG-OUTPUT.
       0800-WRITE-EOD-LOG-END.
