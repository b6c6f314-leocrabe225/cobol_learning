       01 WS-SUP-TBL.
           05 WS-SUP              OCCURS 20 TIMES.
               10 WS-SUP-CODE          PIC X(06).
               10 WS-SUP-VALUE         PIC 9(11)V99.
       77 WS-SUP-TBL-SIZE        PIC 9(02) VALUE 0.
       77 WS-SUP-FOUND-IDX       PIC 9(02).
       77 WS-SUPPLIER-OVERFLOW-CNT PIC 9(02) VALUE 0.

       77 WS-LINE-VALUE          PIC 9(09)V99.
       77 WS-TOTAL-VALUE         PIC 9(11)V99 VALUE 0.
       77 WS-ITEM-COST           PIC 9(04)V99.

       01 WS-RPT-TITLE-LINE      PIC X(44) VALUE
       01 WS-RPT-SUP-LINE.
           05 WS-RPT-SUP-CODE     PIC X(06).
           05 FILLER              PIC X(03) VALUE " : ".
           05 WS-RPT-SUP-VALUE    PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-RPT-TOTAL-LINE.
           05 FILLER              PIC X(09) VALUE "TOTAL   :".
           05 WS-RPT-TOTAL-VALUE  PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           OPEN INPUT INVENTORY-INPUT.
