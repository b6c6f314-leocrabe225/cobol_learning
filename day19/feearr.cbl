       IDENTIFICATION DIVISION.
       PROGRAM-ID. feearr.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

      * Fee arrears by family, as at a given day. Every student on
      * the fee ledger - on the roster or gone - with part of their
      * account past due is listed under their family : the first
      * guardian on data/responsables.txt, so brothers and sisters
      * with the same guardian name and address come together on one
      * section and one family total. A student with no guardian on
      * file makes a family of their own.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-INPUT
               ASSIGN TO "data/frais-compte.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLG-STATUS.

           SELECT GUARDIAN-INPUT
               ASSIGN TO "data/responsables.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GDN-STATUS.

           SELECT ARREARS-OUTPUT
               ASSIGN TO DYNAMIC WS-ARREARS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-INPUT.
       COPY "copybooks/feelrcd.cpy".

       FD GUARDIAN-INPUT.
       COPY "copybooks/gdnrcd.cpy".

       FD ARREARS-OUTPUT.
       01 ARR-OUT-RCD            PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-FLG-STATUS          PIC X(02).
           88 WS-FLG-STATUS-OK             VALUE "00".
       01 WS-GDN-STATUS          PIC X(02).
           88 WS-GDN-STATUS-OK             VALUE "00".
       01 WS-EOF                 PIC 9(01).
           88 WS-EOF-TRUE                  VALUE 1.
           88 WS-EOF-FALSE                 VALUE 0.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       77 WS-AS-OF-DATE          PIC 9(08).
       77 WS-ARREARS-FILENAME    PIC X(50).

      * Every student on the ledger, with the name and class of their
      * latest row and their account once feebal has folded it.
       77 WS-STU-TBL-SIZE        PIC 9(03) VALUE 0.
       01 WS-STU-TBL.
           05 WS-STU             OCCURS 300 TIMES.
               10 WS-STU-ID      PIC 9(04).
               10 WS-STU-NAME    PIC X(15).
               10 WS-STU-CLASS   PIC X(03).
               10 WS-STU-OUT     PIC S9(07)V99.
               10 WS-STU-DUE     PIC 9(07)V99.
               10 WS-STU-FAM-IDX PIC 9(03).
       77 WS-STU-FOUND-IDX       PIC 9(03).
       77 WS-IDX                 PIC 9(03).
       77 WS-IDX-2               PIC 9(03).

      * Families in arrears : the first guardian's name, address and
      * phone, upper-cased for the match.
       77 WS-FAM-TBL-SIZE        PIC 9(03) VALUE 0.
       01 WS-FAM-TBL.
           05 WS-FAM             OCCURS 300 TIMES.
               10 WS-FAM-NAME    PIC X(30).
               10 WS-FAM-ADDRESS PIC X(30).
               10 WS-FAM-PHONE   PIC X(10).
               10 WS-FAM-OUT     PIC S9(08)V99.
               10 WS-FAM-DUE     PIC 9(08)V99.
       77 WS-FAM-FOUND-IDX       PIC 9(03).

       77 WS-GDN-NAME            PIC X(30).
       77 WS-GDN-ADDRESS         PIC X(30).
       77 WS-GDN-PHONE           PIC X(10).
       77 WS-GDN-FOUND           PIC 9(01).

       77 WS-ARREARS-CNT         PIC 9(03) VALUE 0.
       77 WS-TOTAL-DUE           PIC 9(09)V99 VALUE 0.

       01 WS-FAM-HEADER-LINE.
           05 FILLER             PIC X(09) VALUE "Family : ".
           05 WS-FHD-NAME        PIC X(30).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-FHD-ADDRESS     PIC X(30).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-FHD-PHONE       PIC X(10).

       01 WS-STU-DETAIL-LINE.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 WS-SDT-ID          PIC 9(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-SDT-NAME        PIC X(15).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-SDT-CLASS       PIC X(03).
           05 FILLER             PIC X(14) VALUE "  outstanding ".
           05 WS-SDT-OUT         PIC -(7)9.99.
           05 FILLER             PIC X(10) VALUE "  overdue ".
           05 WS-SDT-DUE         PIC Z(7)9.99.

       01 WS-FAM-TOTAL-LINE.
           05 FILLER             PIC X(26) VALUE SPACE.
           05 FILLER             PIC X(14) VALUE "Family total  ".
           05 WS-FTL-OUT         PIC -(7)9.99.
           05 FILLER             PIC X(10) VALUE SPACE.
           05 WS-FTL-DUE         PIC Z(7)9.99.

       01 WS-GRAND-TOTAL-LINE.
           05 WS-GTL-CNT         PIC ZZ9.
           05 FILLER             PIC X(33) VALUE
               " family(ies) in arrears - overdue".
           05 WS-GTL-DUE         PIC Z(8)9.99.

       PROCEDURE DIVISION.
           DISPLAY "Arrears as at (YYYYMMDD, blank for today) : "
               WITH NO ADVANCING.
           ACCEPT WS-AS-OF-DATE.
           IF WS-AS-OF-DATE EQUAL 0 THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           END-IF.
           CALL "datechk" USING WS-AS-OF-DATE WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK THEN
               DISPLAY "Not a possible date - no report."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0100-LOAD-STUDENTS-BEGIN
              THRU 0100-LOAD-STUDENTS-END.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-STU-TBL-SIZE
               CALL "feebal" USING WS-STU-ID(WS-IDX) WS-AS-OF-DATE
                   WS-STU-OUT(WS-IDX) WS-STU-DUE(WS-IDX)
               END-CALL
               IF WS-STU-DUE(WS-IDX) > 0 THEN
                   PERFORM 0200-FILE-UNDER-FAMILY-BEGIN
                      THRU 0200-FILE-UNDER-FAMILY-END
               END-IF
           END-PERFORM.

           PERFORM 0300-WRITE-REPORT-BEGIN
              THRU 0300-WRITE-REPORT-END.
           DISPLAY WS-ARREARS-CNT " student(s) in arrears in "
               WS-FAM-TBL-SIZE " family(ies) - report in "
               FUNCTION TRIM(WS-ARREARS-FILENAME) ".".
           GOBACK.

       0100-LOAD-STUDENTS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT LEDGER-INPUT.
           IF NOT WS-FLG-STATUS-OK THEN
               DISPLAY "No data/frais-compte.txt - no fees invoiced "
                   "yet."
               GO TO 0100-LOAD-STUDENTS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ LEDGER-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       PERFORM 0110-ONE-STUDENT-BEGIN
                          THRU 0110-ONE-STUDENT-END
               END-READ
           END-PERFORM.
           CLOSE LEDGER-INPUT.
       0100-LOAD-STUDENTS-END.

       0110-ONE-STUDENT-BEGIN.
           MOVE 0 TO WS-STU-FOUND-IDX.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-STU-TBL-SIZE
                      OR WS-STU-FOUND-IDX > 0
               IF WS-STU-ID(WS-IDX-2) EQUAL FLG-STUD-ID THEN
                   MOVE WS-IDX-2 TO WS-STU-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-STU-FOUND-IDX EQUAL 0 THEN
               IF WS-STU-TBL-SIZE NOT < 300 THEN
                   GO TO 0110-ONE-STUDENT-END
               END-IF
               ADD 1 TO WS-STU-TBL-SIZE
               MOVE WS-STU-TBL-SIZE TO WS-STU-FOUND-IDX
               MOVE FLG-STUD-ID TO WS-STU-ID(WS-STU-FOUND-IDX)
           END-IF.
           MOVE FLG-NAME TO WS-STU-NAME(WS-STU-FOUND-IDX).
           MOVE FLG-CLASS TO WS-STU-CLASS(WS-STU-FOUND-IDX).
       0110-ONE-STUDENT-END.

      * The student's first guardian on file names the family.
       0200-FILE-UNDER-FAMILY-BEGIN.
           ADD 1 TO WS-ARREARS-CNT.
           MOVE 0 TO WS-GDN-FOUND.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT GUARDIAN-INPUT.
           IF WS-GDN-STATUS-OK THEN
               PERFORM UNTIL WS-EOF-TRUE OR WS-GDN-FOUND EQUAL 1
                   READ GUARDIAN-INPUT
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           IF GDN-STUD-ID EQUAL WS-STU-ID(WS-IDX) THEN
                               MOVE 1 TO WS-GDN-FOUND
                               MOVE FUNCTION UPPER-CASE(GDN-NAME)
                                   TO WS-GDN-NAME
                               MOVE FUNCTION UPPER-CASE(GDN-ADDRESS)
                                   TO WS-GDN-ADDRESS
                               MOVE GDN-PHONE TO WS-GDN-PHONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-INPUT
           END-IF.
           IF WS-GDN-FOUND EQUAL 0 THEN
               MOVE SPACES TO WS-GDN-NAME
               STRING "(no guardian) " DELIMITED BY SIZE
                      WS-STU-NAME(WS-IDX) DELIMITED BY SIZE
                   INTO WS-GDN-NAME
               MOVE SPACES TO WS-GDN-ADDRESS
               MOVE SPACES TO WS-GDN-PHONE
           END-IF.

           MOVE 0 TO WS-FAM-FOUND-IDX.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-FAM-TBL-SIZE
                      OR WS-FAM-FOUND-IDX > 0
               IF WS-FAM-NAME(WS-IDX-2) EQUAL WS-GDN-NAME AND
                  WS-FAM-ADDRESS(WS-IDX-2) EQUAL WS-GDN-ADDRESS THEN
                   MOVE WS-IDX-2 TO WS-FAM-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FAM-FOUND-IDX EQUAL 0 THEN
               ADD 1 TO WS-FAM-TBL-SIZE
               MOVE WS-FAM-TBL-SIZE TO WS-FAM-FOUND-IDX
               MOVE WS-GDN-NAME TO WS-FAM-NAME(WS-FAM-FOUND-IDX)
               MOVE WS-GDN-ADDRESS TO WS-FAM-ADDRESS(WS-FAM-FOUND-IDX)
               MOVE WS-GDN-PHONE TO WS-FAM-PHONE(WS-FAM-FOUND-IDX)
               MOVE 0 TO WS-FAM-OUT(WS-FAM-FOUND-IDX)
               MOVE 0 TO WS-FAM-DUE(WS-FAM-FOUND-IDX)
           END-IF.
           MOVE WS-FAM-FOUND-IDX TO WS-STU-FAM-IDX(WS-IDX).
           ADD WS-STU-OUT(WS-IDX) TO WS-FAM-OUT(WS-FAM-FOUND-IDX).
           ADD WS-STU-DUE(WS-IDX) TO WS-FAM-DUE(WS-FAM-FOUND-IDX).
           ADD WS-STU-DUE(WS-IDX) TO WS-TOTAL-DUE.
       0200-FILE-UNDER-FAMILY-END.

       0300-WRITE-REPORT-BEGIN.
           MOVE SPACES TO WS-ARREARS-FILENAME.
           STRING "output/fee-arrears-" DELIMITED BY SIZE
                  WS-AS-OF-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
               INTO WS-ARREARS-FILENAME.
           OPEN OUTPUT ARREARS-OUTPUT.
           MOVE SPACES TO ARR-OUT-RCD.
           STRING "*** FEE ARREARS BY FAMILY AS AT " DELIMITED BY SIZE
                  WS-AS-OF-DATE DELIMITED BY SIZE
                  " ***" DELIMITED BY SIZE
               INTO ARR-OUT-RCD.
           WRITE ARR-OUT-RCD.
           PERFORM VARYING WS-FAM-FOUND-IDX FROM 1 BY 1
                   UNTIL WS-FAM-FOUND-IDX > WS-FAM-TBL-SIZE
               MOVE SPACES TO ARR-OUT-RCD
               WRITE ARR-OUT-RCD
               MOVE WS-FAM-NAME(WS-FAM-FOUND-IDX) TO WS-FHD-NAME
               MOVE WS-FAM-ADDRESS(WS-FAM-FOUND-IDX) TO WS-FHD-ADDRESS
               MOVE WS-FAM-PHONE(WS-FAM-FOUND-IDX) TO WS-FHD-PHONE
               MOVE WS-FAM-HEADER-LINE TO ARR-OUT-RCD
               WRITE ARR-OUT-RCD
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-STU-TBL-SIZE
                   IF WS-STU-DUE(WS-IDX) > 0 AND
                      WS-STU-FAM-IDX(WS-IDX) EQUAL WS-FAM-FOUND-IDX
                      THEN
                       MOVE WS-STU-ID(WS-IDX) TO WS-SDT-ID
                       MOVE WS-STU-NAME(WS-IDX) TO WS-SDT-NAME
                       MOVE WS-STU-CLASS(WS-IDX) TO WS-SDT-CLASS
                       MOVE WS-STU-OUT(WS-IDX) TO WS-SDT-OUT
                       MOVE WS-STU-DUE(WS-IDX) TO WS-SDT-DUE
                       MOVE WS-STU-DETAIL-LINE TO ARR-OUT-RCD
                       WRITE ARR-OUT-RCD
                   END-IF
               END-PERFORM
               MOVE WS-FAM-OUT(WS-FAM-FOUND-IDX) TO WS-FTL-OUT
               MOVE WS-FAM-DUE(WS-FAM-FOUND-IDX) TO WS-FTL-DUE
               MOVE WS-FAM-TOTAL-LINE TO ARR-OUT-RCD
               WRITE ARR-OUT-RCD
           END-PERFORM.
           MOVE SPACES TO ARR-OUT-RCD.
           WRITE ARR-OUT-RCD.
           MOVE WS-FAM-TBL-SIZE TO WS-GTL-CNT.
           MOVE WS-TOTAL-DUE TO WS-GTL-DUE.
           MOVE WS-GRAND-TOTAL-LINE TO ARR-OUT-RCD.
           WRITE ARR-OUT-RCD.
           CLOSE ARREARS-OUTPUT.
       0300-WRITE-REPORT-END.
