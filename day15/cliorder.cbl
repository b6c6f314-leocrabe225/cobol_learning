               ASSIGN TO "output/cliorder-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      * What each client owes, kept by balpost and rebuilt nightly by
      * balrecon : the credit limit is measured against it, whatever
      * date range the order lines are listed for.
           SELECT BALANCE-INPUT
               ASSIGN TO "data/clients-balance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

      * Shared end-of-day summary log, folded together with the other
      * day15/day17 report programs by eodsum.cbl.
           SELECT EOD-LOG-OUTPUT

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

       SD ORDERS-SORT.
       01 SORT-ORD-RECORD.
           05 SORT-ORD-CLI-ID      PIC 9(04).
           05 FILLER               PIC X(01).
           05 SORT-ORD-ID          PIC 9(05).
           05 FILLER               PIC X(01).
           05 SORT-ORD-AMT         PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 SORT-ORD-DATE        PIC 9(08).
           05 FILLER               PIC X(01).

       FD ORDERS-SORTED.
       01 SRT-ORD-RECORD.
           05 SRT-ORD-CLI-ID       PIC 9(04).
           05 FILLER               PIC X(01).
           05 SRT-ORD-ID           PIC 9(05).
           05 FILLER               PIC X(01).
           05 SRT-ORD-AMT          PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 SRT-ORD-DATE         PIC 9(08).
           05 FILLER               PIC X(01).
       FD CLIORDER-REPORT-OUTPUT.
       01 RPT-OUT-RCD               PIC X(60).

       FD BALANCE-INPUT.
       COPY clibal.

       FD EOD-LOG-OUTPUT.
       COPY eodlog.

       WORKING-STORAGE SECTION.
       01 WS-EOD-STATUS               PIC X(02).
           88 WS-EOD-STATUS-OK                  VALUE "00".
       01 WS-IDX-1                    PIC 9(04).

       01 WS-CLI-TBL-SIZE             PIC 9(04) VALUE 0.

      * The client master stays in a table (it is bounded by the
      * four-digit CLI-M-ID); only the order file streams.
       01 WS-CLI-TBL.
           05 WS-CLI OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WS-CLI-TBL-SIZE.
               10 WS-CLI-ID           PIC 9(04).
               10 WS-CLI-NAME         PIC X(10).
               10 WS-CLI-FNAME        PIC X(10).
               10 WS-CLI-ADDRESS      PIC X(30).
               10 WS-CLI-CREDIT-LIMIT PIC 9(07)V99.
               10 WS-CLI-SEEN         PIC 9(01).

       01 WS-CLI-TBL-MAX               PIC 9(04) VALUE 9999.

      * Balance due by client ID. Without the balance file the
      * limit check falls back to the subtotal of the listed orders.
       01 WS-BAL-STATUS               PIC X(02).
           88 WS-BAL-STATUS-OK                  VALUE "00".
       01 WS-BAL-LOADED               PIC 9(01).
           88 WS-BAL-LOADED-TRUE                VALUE 1.
           88 WS-BAL-LOADED-FALSE               VALUE 0.
      * WS-BAL-PRESENT marks the clients with a row : one first
      * posted since balrecon last ran has none yet, and keeps the
      * figure worked out here instead of reading as zero.
       01 WS-BAL-OPEN-TBL.
           05 WS-BAL-ROW OCCURS 9999 TIMES.
               10 WS-BAL-OPEN         PIC S9(09)V99.
               10 WS-BAL-PRESENT      PIC X(01).
       01 WS-LIMIT-CHECK-AMT          PIC S9(09)V99.
       01 WS-CLI-OVERFLOW-CNT          PIC 9(04) VALUE 0.

       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
       01 WS-SRT-STATUS               PIC X(02).
           88 WS-SRT-STATUS-OK                  VALUE "00".

       01 WS-CLI-SUBTOTAL             PIC S9(09)V99.
       01 WS-GRAND-TOTAL              PIC S9(10)V99.
      * VAT-eligible sales only : ordinary orders less credit notes,
      * with "B" carry-forwards and "D" interest notes left out.
       01 WS-VAT-BASE                 PIC S9(10)V99.
       01 WS-ORDERS-READ              PIC 9(05) VALUE 0.

      * Control-break state : the client whose group is open, and the
      * table slot it resolved to (0 while no group is open, or when
      * the group's client is in no master record).
       01 WS-BREAK-CLI-ID             PIC 9(04).
       01 WS-BREAK-CLI-IDX            PIC 9(04).
       01 WS-GROUP-OPEN               PIC 9(01) VALUE 0.
           88 WS-GROUP-OPEN-TRUE                VALUE 1.
           88 WS-GROUP-OPEN-FALSE               VALUE 0.

       01 WS-RPT-ORD-LINE.
           05 FILLER                  PIC X(06) VALUE SPACE.
           05 WS-RPT-ORD-ID           PIC 9(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-ORD-AMT          PIC ZZZZZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-ORD-MARK         PIC X(08).

       01 WS-RPT-SUBTOTAL-LINE.
           05 FILLER                  PIC X(15) VALUE "    Subtotal : ".
           05 WS-RPT-SUBTOTAL         PIC -ZZ,ZZZ,ZZ9.99.

       01 WS-RPT-BALANCE-LINE.
           05 FILLER                  PIC X(15) VALUE "    Balance  : ".
           05 WS-RPT-BALANCE          PIC -ZZ,ZZZ,ZZ9.99.

       01 WS-RPT-GRAND-TOTAL-LINE.
           05 FILLER                  PIC X(15) VALUE "Grand total : ".
           05 WS-RPT-GRAND-TOTAL      PIC -ZZ,ZZZ,ZZ9.99.

      * Every amount on file is tax-inclusive; the VAT share of the
      * grand total is broken out under it from the VAT-RATE key in
      * data/params.txt.
       77 WS-VAT-RATE                 PIC 9(02)V99 VALUE 20.
       77 WS-VAT-PORTION              PIC S9(10)V99.
       01 WS-RPT-VAT-LINE.
           05 FILLER                  PIC X(15) VALUE "of which VAT @ ".
           05 WS-RPT-VAT-RATE         PIC Z9.99.
           05 FILLER                  PIC X(04) VALUE "% : ".
           05 WS-RPT-VAT-AMT          PIC -ZZ,ZZZ,ZZ9.99.

       01 WS-DATE-FROM                PIC 9(08) VALUE 0.
       01 WS-DATE-TO                  PIC 9(08) VALUE 0.
               "*** END OF REPORT - ".
           05 WS-TRL-RECORDS      PIC ZZZZ9.
           05 FILLER              PIC X(17) VALUE " RECORDS - TOTAL ".
           05 WS-TRL-TOTAL        PIC ZZZZZZZZ9.99.
           05 FILLER              PIC X(04) VALUE " ***".

       01 WS-RPT-RANGE-LINE.
           PERFORM 0100-LOAD-CLIENTS-BEGIN
              THRU 0100-LOAD-CLIENTS-END.

           PERFORM 0150-LOAD-BALANCES-BEGIN
              THRU 0150-LOAD-BALANCES-END.

           PERFORM 0200-SORT-ORDERS-BEGIN
              THRU 0200-SORT-ORDERS-END.

           END-IF.
       0100-LOAD-CLIENTS-END.

       0150-LOAD-BALANCES-BEGIN.
           INITIALIZE WS-BAL-OPEN-TBL.
           SET WS-BAL-LOADED-FALSE TO TRUE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT BALANCE-INPUT.
           IF NOT WS-BAL-STATUS-OK THEN
               DISPLAY "No data/clients-balance.txt - the credit limit "
                   "is checked against the listed orders only."
               GO TO 0150-LOAD-BALANCES-END
           END-IF.
           SET WS-BAL-LOADED-TRUE TO TRUE.
           PERFORM UNTIL WS-EOF-TRUE
               READ BALANCE-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF BAL-CLI-ID IS NUMERIC AND BAL-CLI-ID > 0
                          THEN
                           IF BAL-OPEN-CREDIT THEN
                               COMPUTE WS-BAL-OPEN(BAL-CLI-ID) =
                                   0 - BAL-OPEN
                           ELSE
                               MOVE BAL-OPEN
                                   TO WS-BAL-OPEN(BAL-CLI-ID)
                           END-IF
                           MOVE "Y" TO WS-BAL-PRESENT(BAL-CLI-ID)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BALANCE-INPUT.
           SET WS-EOF-FALSE TO TRUE.
       0150-LOAD-BALANCES-END.

       0200-SORT-ORDERS-BEGIN.
           OPEN INPUT ORDERS-INPUT.
           IF NOT WS-F-STATUS-OK THEN
           MOVE WS-CLI-SUBTOTAL TO WS-RPT-SUBTOTAL.
           MOVE WS-RPT-SUBTOTAL-LINE TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           MOVE WS-CLI-SUBTOTAL TO WS-LIMIT-CHECK-AMT.
           IF WS-BAL-LOADED-TRUE AND
              WS-CLI-ID(WS-BREAK-CLI-IDX) > 0 AND
              WS-BAL-PRESENT(WS-CLI-ID(WS-BREAK-CLI-IDX)) EQUAL "Y"
              THEN
               MOVE WS-BAL-OPEN(WS-CLI-ID(WS-BREAK-CLI-IDX))
                   TO WS-LIMIT-CHECK-AMT
               MOVE WS-LIMIT-CHECK-AMT TO WS-RPT-BALANCE
               MOVE WS-RPT-BALANCE-LINE TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
           END-IF.
           IF WS-LIMIT-CHECK-AMT >
              WS-CLI-CREDIT-LIMIT(WS-BREAK-CLI-IDX) THEN
               MOVE WS-RPT-OVER-LIMIT-LINE TO RPT-OUT-RCD
               WRITE RPT-OUT-RCD
