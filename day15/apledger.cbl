       IDENTIFICATION DIVISION.
       PROGRAM-ID. apledger.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The payables side of clistmt : one section per supplier on
      * the master, every invoice keyed against it and where it
      * stands - waiting for the match, held, approved or paid.
           SELECT SUPPLIERS-INPUT
               ASSIGN TO "data/fournisseurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-STATUS.

           SELECT SUPINV-INPUT
               ASSIGN TO "data/factures-fourn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIN-STATUS.

           SELECT LEDGER-OUTPUT
               ASSIGN TO "output/ap-ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SUPPLIERS-INPUT.
       COPY suprcd.

       FD SUPINV-INPUT.
       COPY sinvrcd.

       FD LEDGER-OUTPUT.
       01 LDG-OUT-RCD              PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-SUP-STATUS               PIC X(02).
           88 WS-SUP-STATUS-OK                  VALUE "00".
       01 WS-SIN-STATUS               PIC X(02).
           88 WS-SIN-STATUS-OK                  VALUE "00".

       77 WS-IDX                      PIC 9(04).
       77 WS-IDX-2                    PIC 9(04).

       77 WS-SUP-TBL-SIZE             PIC 9(03) VALUE 0.
       01 WS-SUP-TBL.
           05 WS-SUP OCCURS 200 TIMES.
               10 WS-SUP-CODE         PIC X(06).
               10 WS-SUP-NAME         PIC X(20).

       77 WS-SIN-TBL-SIZE             PIC 9(04) VALUE 0.
       77 WS-SIN-TBL-MAX              PIC 9(04) VALUE 1000.
       77 WS-SIN-OVERFLOW-CNT         PIC 9(04) VALUE 0.
       01 WS-SIN-TBL.
           05 WS-SIN-IMAGE            PIC X(88) OCCURS 1000 TIMES.
      * Set once an invoice has been printed under its supplier, so
      * what is left belongs to nobody on the master.
       01 WS-SIN-SEEN-TBL.
           05 WS-SIN-SEEN             PIC 9(01) OCCURS 1000 TIMES.
       77 WS-ORPHAN-CNT               PIC 9(04) VALUE 0.

       77 WS-RUN-DATE                 PIC 9(08).
       77 WS-SUP-INV-CNT              PIC 9(04).
       77 WS-SUP-BILLED               PIC 9(09)V99.
       77 WS-SUP-PAID                 PIC 9(09)V99.
       77 WS-SUP-OPEN                 PIC 9(09)V99.
       77 WS-TOT-BILLED               PIC 9(09)V99 VALUE 0.
       77 WS-TOT-PAID                 PIC 9(09)V99 VALUE 0.
       77 WS-TOT-OPEN                 PIC 9(09)V99 VALUE 0.
       77 WS-INV-LISTED               PIC 9(05) VALUE 0.

       01 WS-LDG-TITLE-LINE.
           05 FILLER                  PIC X(30) VALUE
               "*** ACCOUNTS PAYABLE LEDGER - ".
           05 WS-LDG-TITLE-DATE       PIC 9(08).
           05 FILLER                  PIC X(04) VALUE " ***".

       01 WS-LDG-SUP-LINE.
           05 FILLER                  PIC X(09) VALUE "Supplier ".
           05 WS-LDG-SUP-CODE         PIC X(06).
           05 FILLER                  PIC X(03) VALUE " - ".
           05 WS-LDG-SUP-NAME         PIC X(20).

       01 WS-LDG-HEADING-LINE.
           05 FILLER                  PIC X(40) VALUE
               "  Invoice Their ref    Dated    Due     ".
           05 FILLER                  PIC X(33) VALUE
               "       Amount Status      Paid on".

       01 WS-LDG-INV-LINE.
           05 FILLER                  PIC X(02) VALUE SPACE.
           05 WS-LDG-INV-NO           PIC 9(05).
           05 FILLER                  PIC X(03) VALUE SPACE.
           05 WS-LDG-SUP-REF          PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-LDG-DATE             PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-LDG-DUE              PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-LDG-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-LDG-STATUS           PIC X(11).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-LDG-PAID-DATE        PIC X(08).

       01 WS-LDG-SUBTOTAL-LINE.
           05 FILLER                  PIC X(09) VALUE "  Billed ".
           05 WS-LDG-SUB-BILLED       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(07) VALUE "  Paid ".
           05 WS-LDG-SUB-PAID         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(14) VALUE "  Outstanding ".
           05 WS-LDG-SUB-OPEN         PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-LDG-TRAILER-LINE.
           05 FILLER                  PIC X(20) VALUE
               "*** END OF REPORT - ".
           05 WS-TRL-INVOICES         PIC ZZZZ9.
           05 FILLER                  PIC X(24) VALUE
               " INVOICES - OUTSTANDING ".
           05 WS-TRL-OPEN             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(04) VALUE " ***".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 0100-LOAD-SUPPLIERS-BEGIN
              THRU 0100-LOAD-SUPPLIERS-END.
           PERFORM 0200-LOAD-INVOICES-BEGIN
              THRU 0200-LOAD-INVOICES-END.

           OPEN OUTPUT LEDGER-OUTPUT.
           MOVE WS-RUN-DATE TO WS-LDG-TITLE-DATE.
           MOVE WS-LDG-TITLE-LINE TO LDG-OUT-RCD.
           WRITE LDG-OUT-RCD.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SUP-TBL-SIZE
               PERFORM 0300-ONE-SUPPLIER-BEGIN
                  THRU 0300-ONE-SUPPLIER-END
           END-PERFORM.

           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-SIN-TBL-SIZE
               IF WS-SIN-SEEN(WS-IDX-2) EQUAL 0 THEN
                   ADD 1 TO WS-ORPHAN-CNT
               END-IF
           END-PERFORM.

           MOVE SPACE TO LDG-OUT-RCD.
           WRITE LDG-OUT-RCD.
           MOVE "ALL SUPPLIERS" TO LDG-OUT-RCD.
           WRITE LDG-OUT-RCD.
           MOVE WS-TOT-BILLED TO WS-LDG-SUB-BILLED.
           MOVE WS-TOT-PAID TO WS-LDG-SUB-PAID.
           MOVE WS-TOT-OPEN TO WS-LDG-SUB-OPEN.
           MOVE WS-LDG-SUBTOTAL-LINE TO LDG-OUT-RCD.
           WRITE LDG-OUT-RCD.
           MOVE SPACE TO LDG-OUT-RCD.
           WRITE LDG-OUT-RCD.
           MOVE WS-INV-LISTED TO WS-TRL-INVOICES.
           MOVE WS-TOT-OPEN TO WS-TRL-OPEN.
           MOVE WS-LDG-TRAILER-LINE TO LDG-OUT-RCD.
           WRITE LDG-OUT-RCD.
           CLOSE LEDGER-OUTPUT.

           DISPLAY "AP ledger written to output/ap-ledger.txt.".
           IF WS-ORPHAN-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-ORPHAN-CNT
                   " invoice(s) carry a supplier code that is not in "
                   "data/fournisseurs.txt and are left out."
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-SIN-OVERFLOW-CNT > 0 THEN
               DISPLAY "*** WARNING *** " WS-SIN-OVERFLOW-CNT
                   " invoice(s) could not fit in the "
                   WS-SIN-TBL-MAX " invoice table slots and are "
                   "left out."
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0100-LOAD-SUPPLIERS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SUPPLIERS-INPUT.
           IF NOT WS-SUP-STATUS-OK THEN
               DISPLAY "Unable to open data/fournisseurs.txt, status "
                   WS-SUP-STATUS "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ SUPPLIERS-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-SUP-TBL-SIZE < 200 THEN
                           ADD 1 TO WS-SUP-TBL-SIZE
                           MOVE SUP-CODE
                               TO WS-SUP-CODE(WS-SUP-TBL-SIZE)
                           MOVE SUP-NAME
                               TO WS-SUP-NAME(WS-SUP-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPPLIERS-INPUT.
       0100-LOAD-SUPPLIERS-END.

       0200-LOAD-INVOICES-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SUPINV-INPUT.
           IF NOT WS-SIN-STATUS-OK THEN
               DISPLAY "No data/factures-fourn.txt - every supplier "
                   "shows a nil ledger."
               GO TO 0200-LOAD-INVOICES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ SUPINV-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-SIN-TBL-SIZE < WS-SIN-TBL-MAX THEN
                           ADD 1 TO WS-SIN-TBL-SIZE
                           MOVE SIN-RECORD
                               TO WS-SIN-IMAGE(WS-SIN-TBL-SIZE)
                           MOVE 0 TO WS-SIN-SEEN(WS-SIN-TBL-SIZE)
                       ELSE
                           ADD 1 TO WS-SIN-OVERFLOW-CNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPINV-INPUT.
       0200-LOAD-INVOICES-END.

      * A cancelled invoice was never owed and stays off the ledger;
      * everything else is billed, and only "P" has been paid.
       0300-ONE-SUPPLIER-BEGIN.
           MOVE 0 TO WS-SUP-INV-CNT.
           MOVE 0 TO WS-SUP-BILLED.
           MOVE 0 TO WS-SUP-PAID.
           MOVE 0 TO WS-SUP-OPEN.

           MOVE SPACE TO LDG-OUT-RCD.
           WRITE LDG-OUT-RCD.
           MOVE WS-SUP-CODE(WS-IDX) TO WS-LDG-SUP-CODE.
           MOVE WS-SUP-NAME(WS-IDX) TO WS-LDG-SUP-NAME.
           MOVE WS-LDG-SUP-LINE TO LDG-OUT-RCD.
           WRITE LDG-OUT-RCD.
           MOVE WS-LDG-HEADING-LINE TO LDG-OUT-RCD.
           WRITE LDG-OUT-RCD.

           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-SIN-TBL-SIZE
               MOVE WS-SIN-IMAGE(WS-IDX-2) TO SIN-RECORD
               IF SIN-SUP-CODE EQUAL WS-SUP-CODE(WS-IDX) THEN
                   MOVE 1 TO WS-SIN-SEEN(WS-IDX-2)
                   IF NOT SIN-STATUS-CANCELLED THEN
                       PERFORM 0310-ONE-INVOICE-BEGIN
                          THRU 0310-ONE-INVOICE-END
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-SUP-INV-CNT EQUAL 0 THEN
               MOVE "  (no invoices on file)" TO LDG-OUT-RCD
               WRITE LDG-OUT-RCD
               GO TO 0300-ONE-SUPPLIER-END
           END-IF.
           MOVE WS-SUP-BILLED TO WS-LDG-SUB-BILLED.
           MOVE WS-SUP-PAID TO WS-LDG-SUB-PAID.
           MOVE WS-SUP-OPEN TO WS-LDG-SUB-OPEN.
           MOVE WS-LDG-SUBTOTAL-LINE TO LDG-OUT-RCD.
           WRITE LDG-OUT-RCD.
       0300-ONE-SUPPLIER-END.

       0310-ONE-INVOICE-BEGIN.
           ADD 1 TO WS-SUP-INV-CNT.
           ADD 1 TO WS-INV-LISTED.
           ADD SIN-AMOUNT TO WS-SUP-BILLED.
           ADD SIN-AMOUNT TO WS-TOT-BILLED.
           MOVE SIN-NO TO WS-LDG-INV-NO.
           MOVE SIN-SUP-REF TO WS-LDG-SUP-REF.
           MOVE SIN-DATE TO WS-LDG-DATE.
           MOVE SIN-DUE-DATE TO WS-LDG-DUE.
           MOVE SIN-AMOUNT TO WS-LDG-AMOUNT.
           MOVE SPACES TO WS-LDG-PAID-DATE.
           EVALUATE TRUE
               WHEN SIN-STATUS-PAID
                   MOVE "PAID" TO WS-LDG-STATUS
                   MOVE SIN-PAID-DATE TO WS-LDG-PAID-DATE
                   ADD SIN-AMOUNT TO WS-SUP-PAID
                   ADD SIN-AMOUNT TO WS-TOT-PAID
               WHEN SIN-STATUS-APPROVED
                   MOVE "APPROVED" TO WS-LDG-STATUS
               WHEN SIN-STATUS-DISCREPANCY
                   MOVE "HELD" TO WS-LDG-STATUS
               WHEN OTHER
                   MOVE "TO MATCH" TO WS-LDG-STATUS
           END-EVALUATE.
           IF NOT SIN-STATUS-PAID THEN
               ADD SIN-AMOUNT TO WS-SUP-OPEN
               ADD SIN-AMOUNT TO WS-TOT-OPEN
           END-IF.
           MOVE WS-LDG-INV-LINE TO LDG-OUT-RCD.
           WRITE LDG-OUT-RCD.
       0310-ONE-INVOICE-END.
