       IDENTIFICATION DIVISION.
       PROGRAM-ID. fldconv.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
      * One-off rewrite of the order-to-cash and stock files into the
      * wide layout : four-digit client, five-digit order, amounts
      * with centimes, five-digit stock quantities. Every file is
      * kept aside as <name>.pre-widen before it is rewritten, and the
      * rewritten file is read back and held to the same line count
      * and key/amount total as the original, or put back as it was.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Generic pair as in backup.cbl : both names are set per file,
      * so one SELECT serves every file in the table below.
           SELECT COPY-INPUT
               ASSIGN TO DYNAMIC WS-SRC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

           SELECT COPY-OUTPUT
               ASSIGN TO DYNAMIC WS-DST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DST-STATUS.

           SELECT REPORT-OUTPUT
               ASSIGN TO "output/fldconv-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD COPY-INPUT.
       01 CPY-IN-RCD              PIC X(400).

       FD COPY-OUTPUT.
       01 CPY-OUT-RCD             PIC X(400).

       FD REPORT-OUTPUT.
       01 RPT-OUT-RCD             PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-SRC-STATUS           PIC X(02).
           88 WS-SRC-STATUS-OK              VALUE "00".
       01 WS-DST-STATUS           PIC X(02).
           88 WS-DST-STATUS-OK              VALUE "00".
       01 WS-EOF                  PIC 9(01).
           88 WS-EOF-TRUE                   VALUE 1.
           88 WS-EOF-FALSE                  VALUE 0.

      * Every file holding a client, order, amount or stock quantity
      * field, with the number of leading lines to copy untouched
      * (the inventory control-total record) and its segment map.
      * A segment is a kind, the old width and the new width :
      *   C copied as it stands,
      *   N a number widened with leading zeros,
      *   A whole euros turned into the same amount with centimes,
      *   P a stored record image, padded with spaces.
      * Whatever follows the last segment is carried over as is.
      * Only files that were ever kept in the narrow layout belong
      * here : quotes, returns, shipments, standing orders, price
      * agreements, budgets, plans, limit reviews, write-offs and the
      * dunning history were written wide from their first row, and
      * widening them again would shift every field.
       01 WS-FILE-TBL.
           05 FILLER PIC X(31) VALUE
               "data/clients.txt              0".
           05 FILLER PIC X(42) VALUE "N002004C134134".
           05 FILLER PIC X(42) VALUE SPACE.
           05 FILLER PIC X(31) VALUE
               "data/clients-journal.txt      0".
           05 FILLER PIC X(42) VALUE "C022022P136138".
           05 FILLER PIC X(42) VALUE SPACE.
           05 FILLER PIC X(31) VALUE
               "data/clients-audit.txt        0".
           05 FILLER PIC X(42) VALUE
               "N002004C034034P136138C003003P136138".
           05 FILLER PIC X(42) VALUE SPACE.
           05 FILLER PIC X(31) VALUE
               "data/num-commandes.txt        0".
           05 FILLER PIC X(42) VALUE
               "N002004C001001N003005C001001A004009C011011".
           05 FILLER PIC X(42) VALUE SPACE.
           05 FILLER PIC X(31) VALUE
               "data/lignes-commandes.txt     0".
           05 FILLER PIC X(42) VALUE "N003005C020020".
           05 FILLER PIC X(42) VALUE SPACE.
           05 FILLER PIC X(31) VALUE
               "data/paiements.txt            0".
           05 FILLER PIC X(42) VALUE
               "N002004C001001N003005C001001A004009C026026".
           05 FILLER PIC X(42) VALUE SPACE.
           05 FILLER PIC X(31) VALUE
               "data/credit-pending.txt       0".
           05 FILLER PIC X(42) VALUE
               "N002004C001001N003005C001001A004009C011011".
           05 FILLER PIC X(42) VALUE SPACE.
           05 FILLER PIC X(31) VALUE
               "data/credit-hold.txt          0".
           05 FILLER PIC X(42) VALUE "N002004C010010A007009".
           05 FILLER PIC X(42) VALUE SPACE.
           05 FILLER PIC X(31) VALUE
               "data/backorders.txt           0".
           05 FILLER PIC X(42) VALUE "N003005C001001N002004C024024".
           05 FILLER PIC X(42) VALUE SPACE.
           05 FILLER PIC X(31) VALUE
               "data/dunning-register.txt     0".
           05 FILLER PIC X(42) VALUE "N002004C011011".
           05 FILLER PIC X(42) VALUE SPACE.
           05 FILLER PIC X(31) VALUE
               "data/issues-posted.txt        0".
           05 FILLER PIC X(42) VALUE "N003005".
           05 FILLER PIC X(42) VALUE SPACE.
           05 FILLER PIC X(31) VALUE
               "data/police-client.txt        0".
           05 FILLER PIC X(42) VALUE "C010010N002004".
           05 FILLER PIC X(42) VALUE SPACE.
           05 FILLER PIC X(31) VALUE
               "data/inventaire.txt           1".
           05 FILLER PIC X(42) VALUE "C010010N002005C018018".
           05 FILLER PIC X(42) VALUE SPACE.
           05 FILLER PIC X(31) VALUE
               "data/mouvements-stock.txt     0".
           05 FILLER PIC X(42) VALUE "C014014N004005C032032".
           05 FILLER PIC X(42) VALUE SPACE.
       01 WS-FILE-TBL-R REDEFINES WS-FILE-TBL.
           05 WS-FILE OCCURS 14 TIMES.
               10 WS-FILE-PATH    PIC X(30).
               10 WS-FILE-HEADER  PIC 9(01).
               10 WS-FILE-SEG OCCURS 12 TIMES.
                   15 WS-SEG-KIND PIC X(01).
                   15 WS-SEG-OLD  PIC 9(03).
                   15 WS-SEG-NEW  PIC 9(03).
       77 WS-FILE-CNT             PIC 9(02) VALUE 14.
      * Table slots whose maps the dated archives share : yearend
      * and stkclose archive the rows exactly as the live file has
      * them.
       77 WS-ORD-MAP-IDX          PIC 9(02) VALUE 4.
       77 WS-PAY-MAP-IDX          PIC 9(02) VALUE 6.
       77 WS-MVT-MAP-IDX          PIC 9(02) VALUE 14.
       77 WS-IDX                  PIC 9(02).
       77 WS-MAP-IDX              PIC 9(02).
       77 WS-SEG-IDX              PIC 9(02).

      * Every master with a lock name : nobody may key into a file
      * while it is being rewritten underneath them.
       01 WS-LOCK-TBL.
           05 FILLER PIC X(20) VALUE
               "clients   inventaire".
       01 WS-LOCK-TBL-R REDEFINES WS-LOCK-TBL.
           05 WS-LOCK-ENTRY       PIC X(10) OCCURS 2 TIMES.
       77 WS-LOCK-CNT             PIC 9(01) VALUE 2.
       77 WS-LOCKS-HELD           PIC 9(01) VALUE 0.
       77 WS-LOCK-IDX             PIC 9(01).
       77 WS-LOCK-NAME            PIC X(10).
       77 WS-LOCK-ACTION          PIC X(05).
       77 WS-LOCK-OK              PIC 9(01).
           88 WS-LOCK-OK-TRUE               VALUE 1.
           88 WS-LOCK-OK-FALSE              VALUE 0.

       77 WS-USER-INPUT           PIC X(01).
       77 WS-RUN-DATE             PIC 9(08).
       77 WS-FROM-YEAR            PIC 9(04).
       77 WS-ARC-YEAR             PIC 9(04).
       77 WS-FROM-PERIOD          PIC 9(06).
       77 WS-RUN-PERIOD           PIC 9(06).
       01 WS-PERIOD-WORK          PIC 9(06).
       01 WS-PERIOD-SPLIT REDEFINES WS-PERIOD-WORK.
           05 WS-PW-YYYY          PIC 9(04).
           05 WS-PW-MM            PIC 9(02).

       77 WS-LIVE-FILENAME        PIC X(50).
       77 WS-SAVED-FILENAME       PIC X(50).
       77 WS-SRC-FILENAME         PIC X(50).
       77 WS-DST-FILENAME         PIC X(50).
       77 WS-DEL-STATUS           PIC S9(09) COMP-5.

       77 WS-LINE-NO              PIC 9(07).
       77 WS-LINES-BEFORE         PIC 9(07).
       77 WS-LINES-AFTER          PIC 9(07).
       77 WS-TOTAL-BEFORE         PIC 9(15).
       77 WS-TOTAL-AFTER          PIC 9(15).
       77 WS-KEPT-CNT             PIC 9(07).
       77 WS-OLD-POS              PIC 9(03).
       77 WS-NEW-POS              PIC 9(03).
       77 WS-OLD-LEN              PIC 9(03).
       77 WS-NEW-LEN              PIC 9(03).
       77 WS-TAIL-LEN             PIC 9(03).
      * One field at a time, right-justified so its digits can be
      * taken back out at any width.
       01 WS-DIGITS               PIC X(18) JUSTIFIED RIGHT.
       01 WS-DIGITS-N REDEFINES WS-DIGITS PIC 9(18).
       01 WS-NUMBER               PIC 9(18).
       01 WS-NUMBER-X REDEFINES WS-NUMBER PIC X(18).

       77 WS-CONVERTED-CNT        PIC 9(03) VALUE 0.
       77 WS-DONE-CNT             PIC 9(03) VALUE 0.
       77 WS-MISSING-CNT          PIC 9(03) VALUE 0.
       77 WS-FAILED-CNT           PIC 9(03) VALUE 0.
       01 WS-CLI-CONVERTED        PIC 9(01) VALUE 0.
           88 WS-CLI-CONVERTED-TRUE         VALUE 1.
       01 WS-ORD-CONVERTED        PIC 9(01) VALUE 0.
           88 WS-ORD-CONVERTED-TRUE         VALUE 1.

       01 WS-RPT-HEADER.
           05 FILLER              PIC X(34) VALUE "File".
           05 FILLER              PIC X(16) VALUE "  Lines before".
           05 FILLER              PIC X(11) VALUE "      after".
           05 FILLER              PIC X(21) VALUE
               "        Total before".
           05 FILLER              PIC X(19) VALUE
               "              after".
           05 FILLER              PIC X(09) VALUE " Verdict".
       01 WS-RPT-DETAIL.
           05 WS-RPT-NAME         PIC X(34).
           05 FILLER              PIC X(02) VALUE SPACE.
           05 WS-RPT-LINES-BEF    PIC ZZZZZZZZZZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 WS-RPT-LINES-AFT    PIC ZZZZZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 WS-RPT-TOTAL-BEF    PIC ZZZZZZZZZZZZZZZZZZ9.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 WS-RPT-TOTAL-AFT    PIC ZZZZZZZZZZZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RPT-VERDICT      PIC X(12).
       01 WS-RPT-TRAILER.
           05 WS-TRL-CONVERTED    PIC ZZ9.
           05 FILLER              PIC X(13) VALUE " converted, ".
           05 WS-TRL-DONE         PIC ZZ9.
           05 FILLER              PIC X(18) VALUE " already wide, ".
           05 WS-TRL-MISSING      PIC ZZ9.
           05 FILLER              PIC X(12) VALUE " not there, ".
           05 WS-TRL-FAILED       PIC ZZ9.
           05 FILLER              PIC X(21) VALUE
               " failed and restored.".

       77 WS-AUTH-PROGRAM         PIC X(08).
       77 WS-AUTH-NEEDED          PIC 9(01).
       77 WS-AUTH-OK              PIC 9(01).
           88 WS-AUTH-OK-TRUE               VALUE 1.
           88 WS-AUTH-OK-FALSE              VALUE 0.
       77 WS-AUTH-OPERATOR        PIC X(08).
       77 WS-AUTH-ROLE            PIC X(10).

       PROCEDURE DIVISION.
      * Rewrites every master in the business : administrator only.
           MOVE "fldconv" TO WS-AUTH-PROGRAM.
           MOVE 4 TO WS-AUTH-NEEDED.
           CALL "chkauth" USING WS-AUTH-PROGRAM WS-AUTH-NEEDED
               WS-AUTH-OK WS-AUTH-OPERATOR WS-AUTH-ROLE
           END-CALL.
           IF WS-AUTH-OK-FALSE THEN
               DISPLAY "Operator " WS-AUTH-OPERATOR " holds role "
                   WS-AUTH-ROLE " - fldconv needs administration. "
                   "Refused and logged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * Holding the clients lock also means no climaint session is
      * open, so data/clients.txt is the extract its last QUIT wrote
      * and carries the whole client master.
           PERFORM 0600-GET-LOCKS-BEGIN
              THRU 0600-GET-LOCKS-END.
           IF WS-LOCKS-HELD < WS-LOCK-CNT THEN
               PERFORM 0650-FREE-LOCKS-BEGIN
                  THRU 0650-FREE-LOCKS-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD.
           DISPLAY "Oldest year yearend archived (YYYY, 0 for none) : "
               WITH NO ADVANCING.
           ACCEPT WS-FROM-YEAR.
           DISPLAY "Oldest period stkclose archived (YYYYMM, 0 for "
               "none) : " WITH NO ADVANCING.
           ACCEPT WS-FROM-PERIOD.
           DISPLAY "This rewrites every order, payment, client and "
               "stock file in the wide layout. Type Y to go on : "
               WITH NO ADVANCING.
           ACCEPT WS-USER-INPUT.
           IF WS-USER-INPUT NOT EQUAL "Y" THEN
               DISPLAY "Nothing converted."
               PERFORM 0650-FREE-LOCKS-BEGIN
                  THRU 0650-FREE-LOCKS-END
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-OUTPUT.
           WRITE RPT-OUT-RCD FROM WS-RPT-HEADER.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-FILE-CNT
               MOVE WS-FILE-PATH(WS-IDX) TO WS-LIVE-FILENAME
               MOVE WS-IDX TO WS-MAP-IDX
               PERFORM 0100-CONVERT-FILE-BEGIN
                  THRU 0100-CONVERT-FILE-END
           END-PERFORM.

           IF WS-FROM-YEAR > 0 THEN
               PERFORM 0700-YEAR-ARCHIVES-BEGIN
                  THRU 0700-YEAR-ARCHIVES-END
           END-IF.
           IF WS-FROM-PERIOD > 0 THEN
               PERFORM 0750-PERIOD-ARCHIVES-BEGIN
                  THRU 0750-PERIOD-ARCHIVES-END
           END-IF.

           MOVE WS-CONVERTED-CNT TO WS-TRL-CONVERTED.
           MOVE WS-DONE-CNT TO WS-TRL-DONE.
           MOVE WS-MISSING-CNT TO WS-TRL-MISSING.
           MOVE WS-FAILED-CNT TO WS-TRL-FAILED.
           MOVE SPACES TO RPT-OUT-RCD.
           WRITE RPT-OUT-RCD.
           WRITE RPT-OUT-RCD FROM WS-RPT-TRAILER.
           CLOSE REPORT-OUTPUT.
           DISPLAY WS-RPT-TRAILER.

           IF WS-FAILED-CNT > 0 THEN
               DISPLAY "Some files did not prove out and were put "
                   "back - see output/fldconv-report.txt. The "
                   "indexed masters were left alone."
           ELSE
               PERFORM 0800-DROP-MASTERS-BEGIN
                  THRU 0800-DROP-MASTERS-END
           END-IF.

           PERFORM 0650-FREE-LOCKS-BEGIN
              THRU 0650-FREE-LOCKS-END.
      * Set last : the lock calls above would clear it.
           IF WS-FAILED-CNT > 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      * Converts WS-LIVE-FILENAME with map WS-MAP-IDX. A file whose
      * .pre-widen copy is already there was converted by an earlier
      * run and is left alone, so the run can be repeated after a
      * failure without widening anything twice.
       0100-CONVERT-FILE-BEGIN.
           MOVE SPACE TO WS-SAVED-FILENAME.
           STRING FUNCTION TRIM(WS-LIVE-FILENAME) DELIMITED BY SIZE
                  ".pre-widen" DELIMITED BY SIZE
               INTO WS-SAVED-FILENAME.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE WS-LIVE-FILENAME TO WS-RPT-NAME.
           MOVE 0 TO WS-LINES-BEFORE WS-LINES-AFTER
                     WS-TOTAL-BEFORE WS-TOTAL-AFTER WS-KEPT-CNT.

           MOVE WS-SAVED-FILENAME TO WS-SRC-FILENAME.
           OPEN INPUT COPY-INPUT.
           IF WS-SRC-STATUS-OK THEN
               CLOSE COPY-INPUT
               MOVE "ALREADY WIDE" TO WS-RPT-VERDICT
               ADD 1 TO WS-DONE-CNT
               GO TO 0100-CONVERT-FILE-WRITE
           END-IF.
           MOVE WS-LIVE-FILENAME TO WS-SRC-FILENAME.
           OPEN INPUT COPY-INPUT.
           IF NOT WS-SRC-STATUS-OK THEN
               ADD 1 TO WS-MISSING-CNT
               GO TO 0100-CONVERT-FILE-END
           END-IF.
           CLOSE COPY-INPUT.

           MOVE WS-LIVE-FILENAME TO WS-SRC-FILENAME.
           MOVE WS-SAVED-FILENAME TO WS-DST-FILENAME.
           PERFORM 0300-COPY-FILE-BEGIN
              THRU 0300-COPY-FILE-END.

      * Old rows in from the kept copy, new rows out over the live
      * name.
           MOVE WS-SAVED-FILENAME TO WS-SRC-FILENAME.
           MOVE WS-LIVE-FILENAME TO WS-DST-FILENAME.
           SET WS-EOF-FALSE TO TRUE.
           MOVE 0 TO WS-LINE-NO.
           OPEN INPUT COPY-INPUT.
           OPEN OUTPUT COPY-OUTPUT.
           PERFORM UNTIL WS-EOF-TRUE
               READ COPY-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF WS-LINE-NO > WS-FILE-HEADER(WS-MAP-IDX) THEN
                           PERFORM 0200-CONVERT-ROW-BEGIN
                              THRU 0200-CONVERT-ROW-END
                       ELSE
                           MOVE CPY-IN-RCD TO CPY-OUT-RCD
                       END-IF
                       WRITE CPY-OUT-RCD
               END-READ
           END-PERFORM.
           CLOSE COPY-INPUT.
           CLOSE COPY-OUTPUT.
           MOVE WS-LINE-NO TO WS-LINES-BEFORE.

      * The proof : the rewritten file read back by its new field
      * positions must give the same lines and the same total.
           MOVE WS-LIVE-FILENAME TO WS-SRC-FILENAME.
           SET WS-EOF-FALSE TO TRUE.
           MOVE 0 TO WS-LINE-NO.
           OPEN INPUT COPY-INPUT.
           PERFORM UNTIL WS-EOF-TRUE
               READ COPY-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF WS-LINE-NO > WS-FILE-HEADER(WS-MAP-IDX) THEN
                           PERFORM 0250-SUM-NEW-ROW-BEGIN
                              THRU 0250-SUM-NEW-ROW-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COPY-INPUT.
           MOVE WS-LINE-NO TO WS-LINES-AFTER.

           IF WS-LINES-AFTER EQUAL WS-LINES-BEFORE AND
              WS-TOTAL-AFTER EQUAL WS-TOTAL-BEFORE THEN
               MOVE "CONVERTED" TO WS-RPT-VERDICT
               ADD 1 TO WS-CONVERTED-CNT
               IF WS-LIVE-FILENAME EQUAL "data/clients.txt" THEN
                   SET WS-CLI-CONVERTED-TRUE TO TRUE
               END-IF
               IF WS-LIVE-FILENAME EQUAL "data/num-commandes.txt" THEN
                   SET WS-ORD-CONVERTED-TRUE TO TRUE
               END-IF
           ELSE
               MOVE WS-SAVED-FILENAME TO WS-SRC-FILENAME
               MOVE WS-LIVE-FILENAME TO WS-DST-FILENAME
               PERFORM 0300-COPY-FILE-BEGIN
                  THRU 0300-COPY-FILE-END
               CALL "CBL_DELETE_FILE" USING WS-SAVED-FILENAME
                   RETURNING WS-DEL-STATUS
               END-CALL
               MOVE "RESTORED" TO WS-RPT-VERDICT
               ADD 1 TO WS-FAILED-CNT
           END-IF.
           MOVE WS-LINES-BEFORE TO WS-RPT-LINES-BEF.
           MOVE WS-LINES-AFTER TO WS-RPT-LINES-AFT.
           MOVE WS-TOTAL-BEFORE TO WS-RPT-TOTAL-BEF.
           MOVE WS-TOTAL-AFTER TO WS-RPT-TOTAL-AFT.
           DISPLAY FUNCTION TRIM(WS-LIVE-FILENAME) " : "
               WS-LINES-BEFORE " line(s), " WS-KEPT-CNT
               " field(s) not numeric and kept as they were - "
               FUNCTION TRIM(WS-RPT-VERDICT) ".".
       0100-CONVERT-FILE-WRITE.
           WRITE RPT-OUT-RCD FROM WS-RPT-DETAIL.
       0100-CONVERT-FILE-END.

      * One old row in CPY-IN-RCD to its new layout in CPY-OUT-RCD,
      * adding every key and amount to the before total (amounts in
      * centimes, as the new layout holds them).
       0200-CONVERT-ROW-BEGIN.
           MOVE SPACES TO CPY-OUT-RCD.
           MOVE 1 TO WS-OLD-POS.
           MOVE 1 TO WS-NEW-POS.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > 12
                   OR WS-SEG-KIND(WS-MAP-IDX, WS-SEG-IDX) EQUAL SPACE
               MOVE WS-SEG-OLD(WS-MAP-IDX, WS-SEG-IDX) TO WS-OLD-LEN
               MOVE WS-SEG-NEW(WS-MAP-IDX, WS-SEG-IDX) TO WS-NEW-LEN
               EVALUATE WS-SEG-KIND(WS-MAP-IDX, WS-SEG-IDX)
                   WHEN "N"
                   WHEN "A"
                       PERFORM 0210-WIDEN-NUMBER-BEGIN
                          THRU 0210-WIDEN-NUMBER-END
                   WHEN OTHER
                       MOVE CPY-IN-RCD(WS-OLD-POS:WS-OLD-LEN)
                           TO CPY-OUT-RCD(WS-NEW-POS:WS-OLD-LEN)
               END-EVALUATE
               ADD WS-OLD-LEN TO WS-OLD-POS
               ADD WS-NEW-LEN TO WS-NEW-POS
           END-PERFORM.
           COMPUTE WS-TAIL-LEN = 401 - WS-NEW-POS.
           MOVE CPY-IN-RCD(WS-OLD-POS:WS-TAIL-LEN)
               TO CPY-OUT-RCD(WS-NEW-POS:WS-TAIL-LEN).
       0200-CONVERT-ROW-END.

      * A blank or non-numeric field is carried over as it stands :
      * the conversion never invents a key the file did not have.
       0210-WIDEN-NUMBER-BEGIN.
           IF CPY-IN-RCD(WS-OLD-POS:WS-OLD-LEN) EQUAL SPACE THEN
               GO TO 0210-WIDEN-NUMBER-END
           END-IF.
           MOVE CPY-IN-RCD(WS-OLD-POS:WS-OLD-LEN) TO WS-DIGITS.
           INSPECT WS-DIGITS REPLACING LEADING SPACE BY ZERO.
           IF WS-DIGITS-N IS NOT NUMERIC THEN
               MOVE CPY-IN-RCD(WS-OLD-POS:WS-OLD-LEN)
                   TO CPY-OUT-RCD(WS-NEW-POS:WS-OLD-LEN)
               ADD 1 TO WS-KEPT-CNT
               GO TO 0210-WIDEN-NUMBER-END
           END-IF.
           MOVE WS-DIGITS-N TO WS-NUMBER.
           IF WS-SEG-KIND(WS-MAP-IDX, WS-SEG-IDX) EQUAL "A" THEN
               MULTIPLY 100 BY WS-NUMBER
           END-IF.
           ADD WS-NUMBER TO WS-TOTAL-BEFORE.
           MOVE WS-NUMBER-X(19 - WS-NEW-LEN:WS-NEW-LEN)
               TO CPY-OUT-RCD(WS-NEW-POS:WS-NEW-LEN).
       0210-WIDEN-NUMBER-END.

      * Sums the keys and amounts of one rewritten row, read at their
      * new positions and widths, into the after total.
       0250-SUM-NEW-ROW-BEGIN.
           MOVE 1 TO WS-NEW-POS.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > 12
                   OR WS-SEG-KIND(WS-MAP-IDX, WS-SEG-IDX) EQUAL SPACE
               MOVE WS-SEG-NEW(WS-MAP-IDX, WS-SEG-IDX) TO WS-NEW-LEN
               IF WS-SEG-KIND(WS-MAP-IDX, WS-SEG-IDX) EQUAL "N" OR
                  WS-SEG-KIND(WS-MAP-IDX, WS-SEG-IDX) EQUAL "A" THEN
                   MOVE CPY-IN-RCD(WS-NEW-POS:WS-NEW-LEN)
                       TO WS-DIGITS
                   INSPECT WS-DIGITS REPLACING LEADING SPACE BY ZERO
                   IF CPY-IN-RCD(WS-NEW-POS:WS-NEW-LEN) NOT EQUAL
                      SPACE AND WS-DIGITS-N IS NUMERIC THEN
                       ADD WS-DIGITS-N TO WS-TOTAL-AFTER
                   END-IF
               END-IF
               ADD WS-NEW-LEN TO WS-NEW-POS
           END-PERFORM.
       0250-SUM-NEW-ROW-END.

      * Copies WS-SRC-FILENAME to WS-DST-FILENAME line for line, as
      * backup.cbl does.
       0300-COPY-FILE-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT COPY-INPUT.
           OPEN OUTPUT COPY-OUTPUT.
           PERFORM UNTIL WS-EOF-TRUE
               READ COPY-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       MOVE CPY-IN-RCD TO CPY-OUT-RCD
                       WRITE CPY-OUT-RCD
               END-READ
           END-PERFORM.
           CLOSE COPY-INPUT.
           CLOSE COPY-OUTPUT.
       0300-COPY-FILE-END.

       0600-GET-LOCKS-BEGIN.
           MOVE "GET" TO WS-LOCK-ACTION.
           PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
                   UNTIL WS-LOCK-IDX > WS-LOCK-CNT
               MOVE WS-LOCK-ENTRY(WS-LOCK-IDX) TO WS-LOCK-NAME
               CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
                   WS-LOCK-OK
               END-CALL
               IF WS-LOCK-OK-FALSE THEN
                   GO TO 0600-GET-LOCKS-END
               END-IF
               ADD 1 TO WS-LOCKS-HELD
           END-PERFORM.
       0600-GET-LOCKS-END.

      * Frees only the locks this run actually took.
       0650-FREE-LOCKS-BEGIN.
           MOVE "FREE" TO WS-LOCK-ACTION.
           PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
                   UNTIL WS-LOCK-IDX > WS-LOCKS-HELD
               MOVE WS-LOCK-ENTRY(WS-LOCK-IDX) TO WS-LOCK-NAME
               CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
                   WS-LOCK-OK
               END-CALL
           END-PERFORM.
           MOVE 0 TO WS-LOCKS-HELD.
       0650-FREE-LOCKS-END.

      * yearend's order and payment archives, one pair per year up to
      * this one; years it never archived are simply not there.
       0700-YEAR-ARCHIVES-BEGIN.
           PERFORM VARYING WS-ARC-YEAR FROM WS-FROM-YEAR BY 1
                   UNTIL WS-ARC-YEAR > WS-RUN-DATE(1:4)
               MOVE SPACE TO WS-LIVE-FILENAME
               STRING "data/num-commandes-" DELIMITED BY SIZE
                      WS-ARC-YEAR DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                   INTO WS-LIVE-FILENAME
               MOVE WS-ORD-MAP-IDX TO WS-MAP-IDX
               PERFORM 0100-CONVERT-FILE-BEGIN
                  THRU 0100-CONVERT-FILE-END
               MOVE SPACE TO WS-LIVE-FILENAME
               STRING "data/paiements-" DELIMITED BY SIZE
                      WS-ARC-YEAR DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                   INTO WS-LIVE-FILENAME
               MOVE WS-PAY-MAP-IDX TO WS-MAP-IDX
               PERFORM 0100-CONVERT-FILE-BEGIN
                  THRU 0100-CONVERT-FILE-END
           END-PERFORM.
       0700-YEAR-ARCHIVES-END.

      * stkclose's closed movement periods, which deadstk and stkhist
      * still read back.
       0750-PERIOD-ARCHIVES-BEGIN.
           MOVE WS-FROM-PERIOD TO WS-PERIOD-WORK.
           PERFORM UNTIL WS-PERIOD-WORK > WS-RUN-PERIOD
               MOVE SPACE TO WS-LIVE-FILENAME
               STRING "data/mouvements-stock-" DELIMITED BY SIZE
                      WS-PERIOD-WORK DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                   INTO WS-LIVE-FILENAME
               MOVE WS-MVT-MAP-IDX TO WS-MAP-IDX
               PERFORM 0100-CONVERT-FILE-BEGIN
                  THRU 0100-CONVERT-FILE-END
               IF WS-PW-MM EQUAL 12 THEN
                   ADD 1 TO WS-PW-YYYY
                   MOVE 1 TO WS-PW-MM
               ELSE
                   ADD 1 TO WS-PW-MM
               END-IF
           END-PERFORM.
       0750-PERIOD-ARCHIVES-END.

      * The indexed masters cannot be widened in place : their key
      * grows. They are dropped once the extracts they load from have
      * proven out, and rebuilt by the LOAD the programs already
      * have.
       0800-DROP-MASTERS-BEGIN.
           IF WS-CLI-CONVERTED-TRUE THEN
               CALL "CBL_DELETE_FILE" USING "data/clients.dat"
                   RETURNING WS-DEL-STATUS
               END-CALL
               DISPLAY "data/clients.dat dropped - run climaint "
                   "LOAD to rebuild it from data/clients.txt."
           END-IF.
           IF WS-ORD-CONVERTED-TRUE THEN
               CALL "CBL_DELETE_FILE" USING "data/commandes.dat"
                   RETURNING WS-DEL-STATUS
               END-CALL
               DISPLAY "data/commandes.dat dropped - run ordmast "
                   "LOAD to rebuild it from data/num-commandes.txt."
           END-IF.
           DISPLAY "Rerun ordcheck and paycheck for fresh clean "
               "files, and take a backup SAVE : earlier backup "
               "generations are in the old layout.".
       0800-DROP-MASTERS-END.
