       IDENTIFICATION DIVISION.
       PROGRAM-ID. splmaint.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Supplier quotes in the prcmaint mould : a new price, minimum
      * or ranking is a new dated row appended here, never an edit in
      * place, so what outofsto chose on a given day can still be
      * explained afterwards.
           SELECT SUPPLIER-PRICE-FILE
               ASSIGN TO "data/supplier-prices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPL-STATUS.

      * Read only, so a quote cannot be keyed against a supplier
      * nobody could send the purchase order to.
           SELECT SUPPLIER-INPUT
               ASSIGN TO "data/fournisseurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUPPLIER-PRICE-FILE.
       COPY splrcd.

       FD SUPPLIER-INPUT.
       COPY suprcd.

       WORKING-STORAGE SECTION.
       01 WS-SPL-STATUS               PIC X(02).
           88 WS-SPL-STATUS-OK                  VALUE "00".
       01 WS-SUP-STATUS               PIC X(02).
           88 WS-SUP-STATUS-OK                  VALUE "00".
       01 WS-EOF                      PIC 9(01).
           88 WS-EOF-TRUE                       VALUE 1.
           88 WS-EOF-FALSE                      VALUE 0.

       77 WS-COMMAND                  PIC X(10).
       77 WS-ENTRY-SUPPLIER           PIC X(06).
       77 WS-ENTRY-ITEM               PIC X(10).
       77 WS-ENTRY-DATE               PIC 9(08).
       77 WS-ENTRY-PRICE              PIC 9(04)V99.
       77 WS-PRICE-RAW                PIC X(10).
       77 WS-ENTRY-MIN-QTY            PIC 9(03).
       77 WS-ENTRY-RANK               PIC X(01).
       77 WS-ROWS-ADDED               PIC 9(03) VALUE 0.
       77 WS-ROWS-LISTED              PIC 9(03) VALUE 0.
       77 WS-SUP-FOUND                PIC 9(01).
           88 WS-SUP-FOUND-TRUE                 VALUE 1.
           88 WS-SUP-FOUND-FALSE                VALUE 0.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-LIST-LINE.
           05 WS-LST-SUPPLIER         PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-LST-ITEM             PIC X(10).
           05 FILLER                  PIC X(06) VALUE " from ".
           05 WS-LST-FROM             PIC 9(08).
           05 FILLER                  PIC X(03) VALUE " : ".
           05 WS-LST-PRICE            PIC Z,ZZ9.99.
           05 FILLER                  PIC X(06) VALUE " min. ".
           05 WS-LST-MIN-QTY          PIC ZZ9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-LST-RANK             PIC X(09).

       77 WS-AUTH-PROGRAM        PIC X(08).
       77 WS-AUTH-NEEDED         PIC 9(01).
       77 WS-AUTH-OK             PIC 9(01).
           88 WS-AUTH-OK-TRUE              VALUE 1.
           88 WS-AUTH-OK-FALSE             VALUE 0.
       77 WS-AUTH-OPERATOR       PIC X(08).
       77 WS-AUTH-ROLE           PIC X(10).

       PROCEDURE DIVISION.
      * Quotes decide who gets the company's orders : maintenance
      * level, as for the supplier master itself.
           MOVE "splmaint" TO WS-AUTH-PROGRAM.
           MOVE 3 TO WS-AUTH-NEEDED.
           CALL "chkauth" USING WS-AUTH-PROGRAM WS-AUTH-NEEDED
               WS-AUTH-OK WS-AUTH-OPERATOR WS-AUTH-ROLE
           END-CALL.
           IF WS-AUTH-OK-FALSE THEN
               DISPLAY "Operator " WS-AUTH-OPERATOR " holds role "
                   WS-AUTH-ROLE " - splmaint needs maintenance. "
                   "Refused and logged."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACE TO WS-COMMAND.
           PERFORM UNTIL WS-COMMAND EQUAL "QUIT"
               DISPLAY "Type ADD (new dated supplier quote) / "
                   "LIST / QUIT."
               ACCEPT WS-COMMAND
               EVALUATE WS-COMMAND
                   WHEN "ADD"
                       PERFORM 0100-ADD-QUOTE-BEGIN
                          THRU 0100-ADD-QUOTE-END
                   WHEN "LIST"
                       PERFORM 0200-LIST-BEGIN
                          THRU 0200-LIST-END
                   WHEN "QUIT"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unrecognized command : " WS-COMMAND
               END-EVALUATE
           END-PERFORM.
           DISPLAY WS-ROWS-ADDED " quote row(s) appended to "
               "data/supplier-prices.txt.".
           GOBACK.

       0100-ADD-QUOTE-BEGIN.
           DISPLAY "Supplier code : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-SUPPLIER.
           PERFORM 0150-FIND-SUPPLIER-BEGIN
              THRU 0150-FIND-SUPPLIER-END.
           IF WS-SUP-FOUND-FALSE THEN
               DISPLAY "No supplier " WS-ENTRY-SUPPLIER
                   " in data/fournisseurs.txt - quote refused."
               GO TO 0100-ADD-QUOTE-END
           END-IF.
           DISPLAY "Item name as in inventaire.txt : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-ITEM.
           DISPLAY "Unit price (digits only, centimes last two) : "
               WITH NO ADVANCING.
           ACCEPT WS-PRICE-RAW.
           COMPUTE WS-ENTRY-PRICE =
               FUNCTION NUMVAL(WS-PRICE-RAW) / 100.
           IF WS-ENTRY-PRICE EQUAL 0 THEN
               DISPLAY "Price of zero - quote refused."
               GO TO 0100-ADD-QUOTE-END
           END-IF.
           DISPLAY "Minimum order quantity (0 for none) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-MIN-QTY.
           DISPLAY "Valid from (YYYYMMDD) : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-DATE.
           CALL "datechk" USING WS-ENTRY-DATE WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK THEN
               DISPLAY "Not a possible date - quote refused."
               GO TO 0100-ADD-QUOTE-END
           END-IF.
           DISPLAY "Ranking P (primary) / S (secondary) / blank to "
               "let price and lead time decide : " WITH NO ADVANCING.
           ACCEPT WS-ENTRY-RANK.
           IF WS-ENTRY-RANK NOT EQUAL "P" AND
              WS-ENTRY-RANK NOT EQUAL "S" AND
              WS-ENTRY-RANK NOT EQUAL SPACE THEN
               DISPLAY "Ranking must be P, S or blank - quote refused."
               GO TO 0100-ADD-QUOTE-END
           END-IF.

           OPEN EXTEND SUPPLIER-PRICE-FILE.
           IF NOT WS-SPL-STATUS-OK THEN
               OPEN OUTPUT SUPPLIER-PRICE-FILE
           END-IF.
           MOVE SPACES TO SPL-RECORD.
           MOVE WS-ENTRY-SUPPLIER TO SPL-SUP-CODE.
           MOVE WS-ENTRY-ITEM     TO SPL-ITEM-NAME.
           MOVE WS-ENTRY-PRICE    TO SPL-PRICE.
           MOVE WS-ENTRY-MIN-QTY  TO SPL-MIN-QTY.
           MOVE WS-ENTRY-DATE     TO SPL-VALID-FROM.
           MOVE WS-ENTRY-RANK     TO SPL-RANK.
           WRITE SPL-RECORD.
           CLOSE SUPPLIER-PRICE-FILE.
           ADD 1 TO WS-ROWS-ADDED.
           DISPLAY "Quote row written.".
       0100-ADD-QUOTE-END.

       0150-FIND-SUPPLIER-BEGIN.
           SET WS-SUP-FOUND-FALSE TO TRUE.
           OPEN INPUT SUPPLIER-INPUT.
           IF NOT WS-SUP-STATUS-OK THEN
               GO TO 0150-FIND-SUPPLIER-END
           END-IF.
           PERFORM UNTIL WS-SUP-STATUS NOT EQUAL "00"
               READ SUPPLIER-INPUT
                   NOT AT END
                       IF SUP-CODE EQUAL WS-ENTRY-SUPPLIER THEN
                           SET WS-SUP-FOUND-TRUE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPPLIER-INPUT.
       0150-FIND-SUPPLIER-END.

       0200-LIST-BEGIN.
           DISPLAY "Item to list (blank for all) : "
               WITH NO ADVANCING.
           ACCEPT WS-ENTRY-ITEM.
           MOVE 0 TO WS-ROWS-LISTED.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT SUPPLIER-PRICE-FILE.
           IF NOT WS-SPL-STATUS-OK THEN
               DISPLAY "No data/supplier-prices.txt yet."
               GO TO 0200-LIST-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ SUPPLIER-PRICE-FILE
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-ENTRY-ITEM EQUAL SPACE OR
                          SPL-ITEM-NAME EQUAL WS-ENTRY-ITEM THEN
                           MOVE SPL-SUP-CODE TO WS-LST-SUPPLIER
                           MOVE SPL-ITEM-NAME TO WS-LST-ITEM
                           MOVE SPL-VALID-FROM TO WS-LST-FROM
                           MOVE SPL-PRICE TO WS-LST-PRICE
                           MOVE SPL-MIN-QTY TO WS-LST-MIN-QTY
                           EVALUATE TRUE
                               WHEN SPL-RANK-PRIMARY
                                   MOVE "PRIMARY" TO WS-LST-RANK
                               WHEN SPL-RANK-SECONDARY
                                   MOVE "SECONDARY" TO WS-LST-RANK
                               WHEN OTHER
                                   MOVE SPACE TO WS-LST-RANK
                           END-EVALUATE
                           DISPLAY WS-LIST-LINE
                           ADD 1 TO WS-ROWS-LISTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPPLIER-PRICE-FILE.
           DISPLAY WS-ROWS-LISTED " row(s).".
       0200-LIST-END.
