       COPY suprcd.

       FD AUDIT-OUTPUT.
       01 AUD-OUT-RCD             PIC X(146).

       WORKING-STORAGE SECTION.
       01 WS-F-STATUS             PIC X(02).
       77 WS-ITEM-TBL-SIZE       PIC 9(02) VALUE 0.
       01 WS-ITEM-TBL.
           05 WS-ITEM            OCCURS 99 TIMES.
               10 WS-ITEM-IMAGE         PIC X(55).
       77 WS-ITEM-FOUND-IDX      PIC 9(02).
       77 WS-EXPECTED-CNT        PIC 9(04) VALUE 0.

           88 WS-IS-NUM-TRUE                VALUE 1.
           88 WS-IS-NUM-FALSE               VALUE 0.
       77 WS-SESSION-CHANGES     PIC 9(03) VALUE 0.
       77 WS-OLD-IMAGE           PIC X(55).
       01 WS-ITEM-BUILD.
           05 WS-BLD-NAME           PIC X(10).
           05 WS-BLD-AMOUNT         PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-BLD-SUPPLIER       PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-BLD-REORDER        PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-BLD-COST           PIC 9(04)V99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-BLD-CATEGORY       PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-BLD-SUBCATEGORY    PIC X(10).

       01 WS-AUDIT-LINE.
           05 WS-AUD-STAMP        PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-AUD-OPERATOR     PIC X(08).
           05 FILLER              PIC X(03) VALUE " | ".
           05 WS-AUD-OLD          PIC X(55).
           05 FILLER              PIC X(03) VALUE " | ".
           05 WS-AUD-NEW          PIC X(55).

       77 WS-AUTH-PROGRAM        PIC X(08).
       77 WS-AUTH-NEEDED         PIC 9(01).
           MOVE SPACES TO WS-ITEM-BUILD.
           MOVE WS-ENTRY-ITEM TO WS-BLD-NAME.

           DISPLAY "On hand (5 digits) : " WITH NO ADVANCING.
           ACCEPT WS-INPUT-RAW.
           PERFORM 0610-MUST-BE-NUMERIC-BEGIN
              THRU 0610-MUST-BE-NUMERIC-END.
              THRU 0610-MUST-BE-NUMERIC-END.
           COMPUTE WS-BLD-COST =
               FUNCTION NUMVAL(WS-INPUT-RAW) / 100.

      * Upper case, so "Livres" and "LIVRES" do not split one
      * category in two on the sales analysis. Blank is allowed : the
      * item is reported as uncategorised.
           DISPLAY "Category (10 characters, blank for none) : "
               WITH NO ADVANCING.
           ACCEPT WS-BLD-CATEGORY.
           MOVE FUNCTION UPPER-CASE(WS-BLD-CATEGORY)
               TO WS-BLD-CATEGORY.
           MOVE SPACES TO WS-BLD-SUBCATEGORY.
           IF WS-BLD-CATEGORY NOT EQUAL SPACES THEN
               DISPLAY "Sub-category (10 characters, blank for "
                   "none) : " WITH NO ADVANCING
               ACCEPT WS-BLD-SUBCATEGORY
               MOVE FUNCTION UPPER-CASE(WS-BLD-SUBCATEGORY)
                   TO WS-BLD-SUBCATEGORY
           END-IF.
       0600-CAPTURE-FIELDS-END.

      * Digits-only edit through the shared isonlynb subprogram.
