       IDENTIFICATION DIVISION.
       PROGRAM-ID. supinv.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Only a supplier on the master can bill us.
           SELECT SUPPLIERS-INPUT
               ASSIGN TO "data/fournisseurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-STATUS.

      * The PO lines a bill can name; a line that is not there is
      * still keyed, and goes to the discrepancy report at the match.
           SELECT PO-REGISTER-INPUT
               ASSIGN TO "data/po-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POR-STATUS.

      * One header per supplier invoice and one row per billed line,
      * in the devis / lignes-devis mould.
           SELECT SUPINV-FILE
               ASSIGN TO "data/factures-fourn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIN-STATUS.

           SELECT SUPINV-LINES-FILE
               ASSIGN TO "data/lignes-fourn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUPPLIERS-INPUT.
       COPY suprcd.

       FD PO-REGISTER-INPUT.
       01 REG-RCD.
           05 REG-PO-NO            PIC 9(05).
           05 FILLER               PIC X(01).
           05 REG-SUPPLIER         PIC X(06).
           05 FILLER               PIC X(01).
           05 REG-ITEM-NAME        PIC X(10).
           05 FILLER               PIC X(01).
           05 REG-QTY              PIC 9(03).
           05 FILLER               PIC X(01).
           05 REG-DATE             PIC 9(08).
           05 FILLER               PIC X(01).
           05 REG-EXPECTED         PIC 9(08).
           05 FILLER               PIC X(01).
           05 REG-STATUS           PIC X(07).
           05 FILLER               PIC X(01).
           05 REG-RECEIVED         PIC 9(03).
           05 FILLER               PIC X(01).
           05 REG-ACTUAL-DATE      PIC 9(08).
      * Unit price quoted when the line was ordered; zero when there
      * was no quote.
           05 FILLER               PIC X(01).
           05 REG-QUOTED-PRICE     PIC 9(04)V99.

       FD SUPINV-FILE.
       COPY sinvrcd.

       FD SUPINV-LINES-FILE.
       COPY silnrcd.

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       01 WS-SUP-STATUS               PIC X(02).
           88 WS-SUP-STATUS-OK                  VALUE "00".
       01 WS-POR-STATUS               PIC X(02).
           88 WS-POR-STATUS-OK                  VALUE "00".
       01 WS-SIN-STATUS               PIC X(02).
           88 WS-SIN-STATUS-OK                  VALUE "00".
       01 WS-SIL-STATUS               PIC X(02).
           88 WS-SIL-STATUS-OK                  VALUE "00".

       77 WS-IDX                      PIC 9(04).
       77 WS-SUP-TBL-SIZE             PIC 9(03) VALUE 0.
       01 WS-SUP-TBL.
           05 WS-SUP OCCURS 200 TIMES.
               10 WS-SUP-CODE         PIC X(06).
               10 WS-SUP-NAME         PIC X(20).
       77 WS-SUP-FOUND-IDX            PIC 9(03).

       77 WS-POL-TBL-SIZE             PIC 9(04) VALUE 0.
       01 WS-POL-TBL.
           05 WS-POL OCCURS 2000 TIMES.
               10 WS-POL-PO-NO        PIC 9(05).
               10 WS-POL-SUPPLIER     PIC X(06).
               10 WS-POL-ITEM         PIC X(10).
       77 WS-POL-FOUND                PIC 9(01).
           88 WS-POL-FOUND-TRUE                 VALUE 1.
           88 WS-POL-FOUND-FALSE                VALUE 0.

      * Every invoice header on file, loaded whole for the duplicate
      * check, LIST and the CANCEL rewrite.
       77 WS-SIN-TBL-SIZE             PIC 9(04) VALUE 0.
       77 WS-SIN-TBL-MAX              PIC 9(04) VALUE 1000.
       01 WS-SIN-TBL.
           05 WS-SIN-IMAGE            PIC X(88) OCCURS 1000 TIMES.
       77 WS-SIN-FOUND-IDX            PIC 9(04).
       77 WS-LAST-SIN-NO              PIC 9(05) VALUE 0.

      * The invoice being keyed : lines are held until the operator
      * agrees the total with the paper, so it is written whole or
      * not at all.
       77 WS-NEW-LINE-CNT             PIC 9(02) VALUE 0.
       01 WS-NEW-LINE-TBL.
           05 WS-NEW-LINE OCCURS 20 TIMES.
               10 WS-NEW-PO-NO        PIC 9(05).
               10 WS-NEW-ITEM         PIC X(10).
               10 WS-NEW-QTY          PIC 9(03).
               10 WS-NEW-PRICE        PIC 9(04)V99.
       77 WS-NEW-TOTAL                PIC 9(07)V99.
       77 WS-LINE-VALUE               PIC 9(07)V99.

       77 WS-COMMAND                  PIC X(10).
       77 WS-LINE-INPUT               PIC X(01).
       77 WS-CONFIRM                  PIC X(01).
       77 WS-ENTRY-SUPPLIER           PIC X(06).
       77 WS-ENTRY-REF                PIC X(12).
       77 WS-ENTRY-DATE               PIC 9(08).
       77 WS-ENTRY-DUE                PIC 9(08).
       77 WS-ENTRY-SIN-NO             PIC 9(05).
       77 WS-ENTRY-PO-NO              PIC 9(05).
       77 WS-ENTRY-ITEM               PIC X(10).
       77 WS-ENTRY-QTY                PIC 9(03).
       77 WS-ENTRY-PRICE              PIC 9(04)V99.
       77 WS-PRICE-RAW                PIC X(10).
       77 WS-INVOICES-ADDED           PIC 9(03) VALUE 0.
       77 WS-INVOICES-LISTED          PIC 9(04) VALUE 0.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
      * perchk's verdict on the invoice date : its month may still be
      * open, closed (refused), or closed with the date moved on to
      * the next open month.
       77 WS-PER-PROGRAM              PIC X(08) VALUE "supinv".
       77 WS-PER-RESULT               PIC 9(01).
           88 WS-PER-OPEN                       VALUE 0.
           88 WS-PER-MOVED                      VALUE 1.
           88 WS-PER-REFUSED                    VALUE 2.

       77 WS-RUN-DATE                 PIC 9(08).
       77 WS-TERMS-DAYS               PIC 9(03) VALUE 30.
       77 WS-DUE-INTEGER              PIC S9(09) COMP-5.

       01 WS-PARAM-KEY                PIC X(20).
       01 WS-PARAM-VALUE              PIC X(20).
       01 WS-PARAM-FOUND              PIC 9(01).
           88 WS-PARAM-FOUND-TRUE               VALUE 1.
           88 WS-PARAM-FOUND-FALSE              VALUE 0.

       77 WS-SEQ-NAME                 PIC X(08).
       77 WS-SEQ-FALLBACK             PIC 9(09).
       77 WS-SEQ-CEILING              PIC 9(09).
       77 WS-SEQ-NEXT                 PIC 9(09).

       77 WS-AUTH-PROGRAM             PIC X(08).
       77 WS-AUTH-NEEDED              PIC 9(01).
       77 WS-AUTH-OK                  PIC 9(01).
           88 WS-AUTH-OK-TRUE                   VALUE 1.
           88 WS-AUTH-OK-FALSE                  VALUE 0.
       77 WS-AUTH-OPERATOR            PIC X(08).
       77 WS-AUTH-ROLE                PIC X(10).
       77 WS-LOCK-NAME                PIC X(10) VALUE "supinv".
       77 WS-LOCK-ACTION              PIC X(05).
       77 WS-LOCK-OK                  PIC 9(01).
           88 WS-LOCK-OK-TRUE                   VALUE 1.
           88 WS-LOCK-OK-FALSE                  VALUE 0.

       01 WS-AMT-DISPLAY              PIC Z,ZZZ,ZZ9.99.
       01 WS-PRICE-DISPLAY            PIC Z,ZZ9.99.

       PROCEDURE DIVISION.
      * Keying a supplier's bill commits money once it matches :
      * entry level or above only.
           MOVE "supinv" TO WS-AUTH-PROGRAM.
           MOVE 2 TO WS-AUTH-NEEDED.
           CALL "chkauth" USING WS-AUTH-PROGRAM WS-AUTH-NEEDED
               WS-AUTH-OK WS-AUTH-OPERATOR WS-AUTH-ROLE
           END-CALL.
           IF WS-AUTH-OK-FALSE THEN
               DISPLAY "Operator " WS-AUTH-OPERATOR " holds role "
                   WS-AUTH-ROLE " - supinv needs entry. Refused "
                   "and logged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * The same lock supmatch takes before it rewrites the headers
      * with their match status, so neither loses the other's work.
           MOVE "GET" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           IF WS-LOCK-OK-FALSE THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE "SUP-TERMS-DAYS" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE THEN
               MOVE FUNCTION NUMVAL(WS-PARAM-VALUE) TO WS-TERMS-DAYS
           END-IF.

           PERFORM 0100-LOAD-SUPPLIERS-BEGIN
              THRU 0100-LOAD-SUPPLIERS-END.
           PERFORM 0150-LOAD-REGISTER-BEGIN
              THRU 0150-LOAD-REGISTER-END.

           MOVE SPACE TO WS-COMMAND.
           PERFORM UNTIL WS-COMMAND EQUAL "QUIT"
               DISPLAY "Type ADD (new invoice) / LIST / CANCEL / QUIT."
               ACCEPT WS-COMMAND
               EVALUATE WS-COMMAND
                   WHEN "ADD"
                       PERFORM 0300-ADD-INVOICE-BEGIN
                          THRU 0300-ADD-INVOICE-END
                   WHEN "LIST"
                       PERFORM 0500-LIST-BEGIN
                          THRU 0500-LIST-END
                   WHEN "CANCEL"
                       PERFORM 0600-CANCEL-BEGIN
                          THRU 0600-CANCEL-END
                   WHEN "QUIT"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unrecognized command : " WS-COMMAND
               END-EVALUATE
           END-PERFORM.
           DISPLAY WS-INVOICES-ADDED " invoice(s) appended to "
               "data/factures-fourn.txt.".

           MOVE "FREE" TO WS-LOCK-ACTION.
           CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
               WS-LOCK-OK
           END-CALL.
           GOBACK.

       0100-LOAD-SUPPLIERS-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SUPPLIERS-INPUT.
           IF NOT WS-SUP-STATUS-OK THEN
               DISPLAY "Unable to open data/fournisseurs.txt, status "
                   WS-SUP-STATUS "."
               MOVE "FREE" TO WS-LOCK-ACTION
               CALL "getlock" USING WS-LOCK-NAME WS-LOCK-ACTION
                   WS-LOCK-OK
               END-CALL
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

      * A missing register just means every line is unchecked here;
      * the match run will hold them all.
       0150-LOAD-REGISTER-BEGIN.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PO-REGISTER-INPUT.
           IF NOT WS-POR-STATUS-OK THEN
               DISPLAY "No data/po-register.txt - PO lines cannot be "
                   "checked this session."
               GO TO 0150-LOAD-REGISTER-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ PO-REGISTER-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-POL-TBL-SIZE < 2000 THEN
                           ADD 1 TO WS-POL-TBL-SIZE
                           MOVE REG-PO-NO
                               TO WS-POL-PO-NO(WS-POL-TBL-SIZE)
                           MOVE REG-SUPPLIER
                               TO WS-POL-SUPPLIER(WS-POL-TBL-SIZE)
                           MOVE REG-ITEM-NAME
                               TO WS-POL-ITEM(WS-POL-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PO-REGISTER-INPUT.
       0150-LOAD-REGISTER-END.

      * Fresh read of the invoice headers : the highest number seeds
      * getseq on a first run, and the rest work from the table.
       0200-LOAD-INVOICES-BEGIN.
           MOVE 0 TO WS-SIN-TBL-SIZE.
           MOVE 0 TO WS-LAST-SIN-NO.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SUPINV-FILE.
           IF NOT WS-SIN-STATUS-OK THEN
               GO TO 0200-LOAD-INVOICES-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ SUPINV-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF SIN-NO > WS-LAST-SIN-NO THEN
                           MOVE SIN-NO TO WS-LAST-SIN-NO
                       END-IF
                       IF WS-SIN-TBL-SIZE < WS-SIN-TBL-MAX THEN
                           ADD 1 TO WS-SIN-TBL-SIZE
                           MOVE SIN-RECORD
                               TO WS-SIN-IMAGE(WS-SIN-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPINV-FILE.
       0200-LOAD-INVOICES-END.

       0300-ADD-INVOICE-BEGIN.
           DISPLAY "Supplier code : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-SUPPLIER.
           MOVE 0 TO WS-SUP-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SUP-TBL-SIZE
               IF WS-SUP-CODE(WS-IDX) EQUAL WS-ENTRY-SUPPLIER THEN
                   MOVE WS-IDX TO WS-SUP-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-SUP-FOUND-IDX EQUAL 0 THEN
               DISPLAY "No supplier " WS-ENTRY-SUPPLIER " in "
                   "data/fournisseurs.txt - invoice refused."
               GO TO 0300-ADD-INVOICE-END
           END-IF.
           DISPLAY "Invoice from " WS-SUP-NAME(WS-SUP-FOUND-IDX) ".".

      * The same paper keyed twice would be paid twice.
           DISPLAY "Supplier's invoice number : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-REF.
           IF WS-ENTRY-REF EQUAL SPACE THEN
               DISPLAY "The supplier's invoice number is needed - "
                   "invoice refused."
               GO TO 0300-ADD-INVOICE-END
           END-IF.
           PERFORM 0200-LOAD-INVOICES-BEGIN
              THRU 0200-LOAD-INVOICES-END.
           MOVE 0 TO WS-SIN-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SIN-TBL-SIZE
               MOVE WS-SIN-IMAGE(WS-IDX) TO SIN-RECORD
               IF SIN-SUP-CODE EQUAL WS-ENTRY-SUPPLIER AND
                  SIN-SUP-REF EQUAL WS-ENTRY-REF AND
                  NOT SIN-STATUS-CANCELLED THEN
                   MOVE WS-IDX TO WS-SIN-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-SIN-FOUND-IDX > 0 THEN
               MOVE WS-SIN-IMAGE(WS-SIN-FOUND-IDX) TO SIN-RECORD
               DISPLAY "Invoice " WS-ENTRY-REF " from "
                   WS-ENTRY-SUPPLIER " is already on file as "
                   SIN-NO " - invoice refused."
               GO TO 0300-ADD-INVOICE-END
           END-IF.

           DISPLAY "Invoice date (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-DATE.
           CALL "datechk" USING WS-ENTRY-DATE WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK OR WS-ENTRY-DATE > WS-RUN-DATE THEN
               DISPLAY "Invoice date must be a real date no later "
                   "than today - invoice refused."
               GO TO 0300-ADD-INVOICE-END
           END-IF.
           CALL "perchk" USING WS-PER-PROGRAM WS-ENTRY-DATE
               WS-PER-RESULT
           END-CALL.
           IF WS-PER-REFUSED THEN
               DISPLAY "That date is in a closed accounting period - "
                   "invoice refused."
               GO TO 0300-ADD-INVOICE-END
           END-IF.
           IF WS-PER-MOVED THEN
               DISPLAY "*** WARNING *** that period is closed - "
                   "dated " WS-ENTRY-DATE " instead."
           END-IF.
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE) + WS-TERMS-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
               TO WS-ENTRY-DUE.
           DISPLAY "Due date (YYYYMMDD, 0 for " WS-ENTRY-DUE ") : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-DUE.
           IF WS-ENTRY-DUE EQUAL 0 THEN
               MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
                   TO WS-ENTRY-DUE
           END-IF.
           CALL "datechk" USING WS-ENTRY-DUE WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK OR WS-ENTRY-DUE < WS-ENTRY-DATE THEN
               DISPLAY "Due date must be a real date on or after the "
                   "invoice date - invoice refused."
               GO TO 0300-ADD-INVOICE-END
           END-IF.

           MOVE 0 TO WS-NEW-LINE-CNT.
           MOVE 0 TO WS-NEW-TOTAL.
           MOVE "Y" TO WS-LINE-INPUT.
           PERFORM UNTIL WS-LINE-INPUT NOT EQUAL "Y"
               DISPLAY "Add a billed line (Y/N)? " WITH NO ADVANCING
               ACCEPT WS-LINE-INPUT
               IF WS-LINE-INPUT EQUAL "Y" THEN
                   PERFORM 0310-CAPTURE-LINE-BEGIN
                      THRU 0310-CAPTURE-LINE-END
               END-IF
           END-PERFORM.

           IF WS-NEW-LINE-CNT EQUAL 0 THEN
               DISPLAY "An invoice needs at least one line - nothing "
                   "written."
               GO TO 0300-ADD-INVOICE-END
           END-IF.

      * The lines must add up to the total printed on the invoice;
      * if they do not, something was mis-keyed and nothing is kept.
           MOVE WS-NEW-TOTAL TO WS-AMT-DISPLAY.
           DISPLAY "Lines total " WS-AMT-DISPLAY " - does that agree "
               "with the invoice total (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT EQUAL "Y" THEN
               DISPLAY "Invoice not written - key it again."
               GO TO 0300-ADD-INVOICE-END
           END-IF.

           PERFORM 0400-WRITE-INVOICE-BEGIN
              THRU 0400-WRITE-INVOICE-END.
       0300-ADD-INVOICE-END.

       0310-CAPTURE-LINE-BEGIN.
           IF WS-NEW-LINE-CNT >= 20 THEN
               DISPLAY "An invoice holds at most 20 lines."
               MOVE "N" TO WS-LINE-INPUT
               GO TO 0310-CAPTURE-LINE-END
           END-IF.
           DISPLAY "PO number : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-PO-NO.
           DISPLAY "Item name : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-ITEM.
           DISPLAY "Quantity billed : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-QTY.
           IF WS-ENTRY-QTY EQUAL 0 THEN
               DISPLAY "Quantity of zero - line refused."
               GO TO 0310-CAPTURE-LINE-END
           END-IF.
           DISPLAY "Unit price billed (digits only, centimes last "
               "two) : " WITH NO ADVANCING.
           ACCEPT WS-PRICE-RAW.
           COMPUTE WS-ENTRY-PRICE =
               FUNCTION NUMVAL(WS-PRICE-RAW) / 100.
           IF WS-ENTRY-PRICE EQUAL 0 THEN
               DISPLAY "Unit price of zero - line refused."
               GO TO 0310-CAPTURE-LINE-END
           END-IF.

      * What the supplier billed is keyed as billed : a line for
      * something we never ordered is exactly what purchasing needs
      * to chase, so it is warned about, not refused.
           SET WS-POL-FOUND-FALSE TO TRUE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-POL-TBL-SIZE
               IF WS-POL-PO-NO(WS-IDX) EQUAL WS-ENTRY-PO-NO AND
                  WS-POL-ITEM(WS-IDX) EQUAL WS-ENTRY-ITEM AND
                  WS-POL-SUPPLIER(WS-IDX) EQUAL WS-ENTRY-SUPPLIER
                   SET WS-POL-FOUND-TRUE TO TRUE
               END-IF
           END-PERFORM.
           IF WS-POL-FOUND-FALSE THEN
               DISPLAY "*** WARNING *** PO " WS-ENTRY-PO-NO " has no "
                   "line for " WS-ENTRY-ITEM " from " WS-ENTRY-SUPPLIER
                   " - the match will hold this invoice."
           END-IF.

           COMPUTE WS-LINE-VALUE = WS-ENTRY-QTY * WS-ENTRY-PRICE.
           ADD 1 TO WS-NEW-LINE-CNT.
           ADD WS-LINE-VALUE TO WS-NEW-TOTAL.
           MOVE WS-ENTRY-PO-NO TO WS-NEW-PO-NO(WS-NEW-LINE-CNT).
           MOVE WS-ENTRY-ITEM  TO WS-NEW-ITEM(WS-NEW-LINE-CNT).
           MOVE WS-ENTRY-QTY   TO WS-NEW-QTY(WS-NEW-LINE-CNT).
           MOVE WS-ENTRY-PRICE TO WS-NEW-PRICE(WS-NEW-LINE-CNT).
       0310-CAPTURE-LINE-END.

      * The number comes from getseq at the moment of writing, seeded
      * from the highest invoice already on file.
       0400-WRITE-INVOICE-BEGIN.
           MOVE "SUPINV" TO WS-SEQ-NAME.
           MOVE WS-LAST-SIN-NO TO WS-SEQ-FALLBACK.
           MOVE 99999 TO WS-SEQ-CEILING.
           CALL "getseq" USING WS-SEQ-NAME WS-SEQ-FALLBACK
               WS-SEQ-CEILING WS-SEQ-NEXT
           END-CALL.
           IF WS-SEQ-NEXT EQUAL 0 THEN
               DISPLAY "No invoice number could be allocated - "
                   "invoice not written."
               GO TO 0400-WRITE-INVOICE-END
           END-IF.

           OPEN EXTEND SUPINV-FILE.
           IF NOT WS-SIN-STATUS-OK THEN
               OPEN OUTPUT SUPINV-FILE
           END-IF.
           MOVE SPACES TO SIN-RECORD.
           MOVE WS-SEQ-NEXT       TO SIN-NO.
           MOVE WS-ENTRY-SUPPLIER TO SIN-SUP-CODE.
           MOVE WS-ENTRY-REF      TO SIN-SUP-REF.
           MOVE WS-ENTRY-DATE     TO SIN-DATE.
           MOVE WS-ENTRY-DUE      TO SIN-DUE-DATE.
           MOVE WS-NEW-TOTAL      TO SIN-AMOUNT.
           SET SIN-STATUS-ENTERED TO TRUE.
           MOVE 0                 TO SIN-MATCH-DATE.
           MOVE WS-AUTH-OPERATOR  TO SIN-OPERATOR.
           MOVE 0                 TO SIN-PAID-DATE.
           MOVE 0                 TO SIN-PAY-RUN.
           WRITE SIN-RECORD.
           CLOSE SUPINV-FILE.

           OPEN EXTEND SUPINV-LINES-FILE.
           IF NOT WS-SIL-STATUS-OK THEN
               OPEN OUTPUT SUPINV-LINES-FILE
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NEW-LINE-CNT
               MOVE SPACES TO SIL-RECORD
               MOVE WS-SEQ-NEXT          TO SIL-INV-NO
               MOVE WS-NEW-PO-NO(WS-IDX) TO SIL-PO-NO
               MOVE WS-NEW-ITEM(WS-IDX)  TO SIL-ITEM-NAME
               MOVE WS-NEW-QTY(WS-IDX)   TO SIL-QTY
               MOVE WS-NEW-PRICE(WS-IDX) TO SIL-UNIT-PRICE
               WRITE SIL-RECORD
           END-PERFORM.
           CLOSE SUPINV-LINES-FILE.

           ADD 1 TO WS-INVOICES-ADDED.
           MOVE WS-NEW-TOTAL TO WS-AMT-DISPLAY.
           DISPLAY "Invoice " SIN-NO " written : " WS-NEW-LINE-CNT
               " line(s), total " WS-AMT-DISPLAY ", due "
               WS-ENTRY-DUE " - waiting for the match run.".
       0400-WRITE-INVOICE-END.

       0500-LIST-BEGIN.
           DISPLAY "Supplier to list (blank for all) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-SUPPLIER.
           PERFORM 0200-LOAD-INVOICES-BEGIN
              THRU 0200-LOAD-INVOICES-END.
           MOVE 0 TO WS-INVOICES-LISTED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SIN-TBL-SIZE
               MOVE WS-SIN-IMAGE(WS-IDX) TO SIN-RECORD
               IF WS-ENTRY-SUPPLIER EQUAL SPACE OR
                  SIN-SUP-CODE EQUAL WS-ENTRY-SUPPLIER THEN
                   MOVE SIN-AMOUNT TO WS-AMT-DISPLAY
                   DISPLAY "Invoice " SIN-NO " " SIN-SUP-CODE " ref "
                       SIN-SUP-REF " of " SIN-DATE " due "
                       SIN-DUE-DATE " amount " WS-AMT-DISPLAY
                       " status " SIN-STATUS
                   ADD 1 TO WS-INVOICES-LISTED
               END-IF
           END-PERFORM.
           DISPLAY WS-INVOICES-LISTED " invoice(s).".
       0500-LIST-END.

      * An invoice keyed in error, or a duplicate the supplier sent,
      * can be withdrawn until it has been approved for payment.
       0600-CANCEL-BEGIN.
           DISPLAY "Invoice number to cancel : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-SIN-NO.
           PERFORM 0200-LOAD-INVOICES-BEGIN
              THRU 0200-LOAD-INVOICES-END.
           MOVE 0 TO WS-SIN-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SIN-TBL-SIZE
               IF WS-SIN-IMAGE(WS-IDX)(1:5) EQUAL WS-ENTRY-SIN-NO
                   MOVE WS-IDX TO WS-SIN-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-SIN-FOUND-IDX EQUAL 0 THEN
               DISPLAY "No invoice " WS-ENTRY-SIN-NO " on file."
               GO TO 0600-CANCEL-END
           END-IF.
           MOVE WS-SIN-IMAGE(WS-SIN-FOUND-IDX) TO SIN-RECORD.
           IF NOT SIN-STATUS-ENTERED AND
              NOT SIN-STATUS-DISCREPANCY THEN
               DISPLAY "Invoice " WS-ENTRY-SIN-NO " has status "
                   SIN-STATUS " - only an unapproved invoice can be "
                   "cancelled."
               GO TO 0600-CANCEL-END
           END-IF.
           SET SIN-STATUS-CANCELLED TO TRUE.
           MOVE WS-RUN-DATE TO SIN-MATCH-DATE.
           MOVE SIN-RECORD TO WS-SIN-IMAGE(WS-SIN-FOUND-IDX).
           OPEN OUTPUT SUPINV-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SIN-TBL-SIZE
               MOVE WS-SIN-IMAGE(WS-IDX) TO SIN-RECORD
               WRITE SIN-RECORD
           END-PERFORM.
           CLOSE SUPINV-FILE.
           DISPLAY "Invoice " WS-ENTRY-SIN-NO " cancelled.".
       0600-CANCEL-END.
