       IDENTIFICATION DIVISION.
       PROGRAM-ID. feebal.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

      * One student's fee account off data/frais-compte.txt, as at a
      * given day : what is billed and not yet paid, and the part of
      * it already past due. Payments are set against the oldest
      * dues first, so the overdue part is what the payments do not
      * cover of the invoices due before the day. A credit (more paid
      * than billed) comes back as a negative outstanding.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-INPUT
               ASSIGN TO "data/frais-compte.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-INPUT.
       COPY "copybooks/feelrcd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-F-STATUS             PIC X(02).
           88 WS-F-STATUS-OK                VALUE "00".
       01 WS-EOF                  PIC 9(01).
           88 WS-EOF-TRUE                   VALUE 1.
           88 WS-EOF-FALSE                  VALUE 0.
       77 WS-BILLED               PIC 9(08)V99.
       77 WS-BILLED-DUE           PIC 9(08)V99.
       77 WS-PAID                 PIC 9(08)V99.

       LINKAGE SECTION.
       01 LK-STUD-ID              PIC 9(04).
       01 LK-AS-OF-DATE           PIC 9(08).
       01 LK-OUTSTANDING          PIC S9(07)V99.
       01 LK-OVERDUE              PIC 9(07)V99.

       PROCEDURE DIVISION USING
                                LK-STUD-ID,
                                LK-AS-OF-DATE,
                                LK-OUTSTANDING,
                                LK-OVERDUE.
           MOVE 0 TO LK-OUTSTANDING.
           MOVE 0 TO LK-OVERDUE.
           MOVE 0 TO WS-BILLED.
           MOVE 0 TO WS-BILLED-DUE.
           MOVE 0 TO WS-PAID.
           SET WS-EOF-FALSE TO TRUE.

           OPEN INPUT LEDGER-INPUT.
           IF NOT WS-F-STATUS-OK THEN
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL WS-EOF-TRUE
               READ LEDGER-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF FLG-STUD-ID EQUAL LK-STUD-ID THEN
                           EVALUATE TRUE
                               WHEN FLG-TYPE-INVOICE
                                   ADD FLG-AMOUNT TO WS-BILLED
                                   IF FLG-DUE-DATE < LK-AS-OF-DATE
                                      THEN
                                       ADD FLG-AMOUNT
                                           TO WS-BILLED-DUE
                                   END-IF
                               WHEN FLG-TYPE-PAYMENT
                                   ADD FLG-AMOUNT TO WS-PAID
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEDGER-INPUT.

           COMPUTE LK-OUTSTANDING = WS-BILLED - WS-PAID.
           IF WS-BILLED-DUE > WS-PAID THEN
               COMPUTE LK-OVERDUE = WS-BILLED-DUE - WS-PAID
           END-IF.
           EXIT PROGRAM.
