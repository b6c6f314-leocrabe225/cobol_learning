       FILE SECTION.
       FD BACKORDER-INPUT.
       01 BKO-RECORD.
           05 BKO-ORD-ID           PIC 9(05).
           05 FILLER               PIC X(01).
           05 BKO-CLI-ID           PIC 9(04).
           05 FILLER               PIC X(01).
           05 BKO-ITEM-NAME        PIC X(10).
           05 FILLER               PIC X(01).
           88 WS-F-STATUS-OK                    VALUE "00".
           88 WS-F-STATUS-EOF                   VALUE "10".

       77 WS-IDX                      PIC 9(04).
       77 WS-IDX-2                    PIC 9(04).

       77 WS-BKO-TBL-SIZE             PIC 9(03) VALUE 0.
       01 WS-BKO-TBL.
           05 WS-BKO OCCURS 999 TIMES.
               10 WS-BKO-ORD-ID       PIC 9(05).
               10 WS-BKO-CLI-ID       PIC 9(04).
               10 WS-BKO-ITEM-NAME    PIC X(10).
               10 WS-BKO-QTY          PIC 9(03).
               10 WS-BKO-DATE         PIC 9(08).

      * Distinct client and item keys gathered the same way
      * outofsto.cbl gathers its supplier codes.
       77 WS-CLI-TBL-SIZE             PIC 9(04) VALUE 0.
       01 WS-CLI-KEY-TBL.
           05 WS-CLI-KEY              PIC 9(04) OCCURS 9999 TIMES.
       77 WS-ITEM-TBL-SIZE            PIC 9(02) VALUE 0.
       01 WS-ITEM-KEY-TBL.
           05 WS-ITEM-KEY             PIC X(10) OCCURS 99 TIMES.

       01 WS-RPT-CLI-HEADER.
           05 FILLER                  PIC X(07) VALUE "Client ".
           05 WS-RPT-CLI-ID           PIC 9(04).
           05 FILLER                  PIC X(02) VALUE " :".

       01 WS-RPT-ITEM-HEADER.

       01 WS-RPT-DETAIL-LINE.
           05 FILLER                  PIC X(08) VALUE "  order ".
           05 WS-RPT-ORD-ID           PIC 9(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 WS-RPT-DET-ITEM         PIC X(10).
           05 FILLER                  PIC X(06) VALUE " qty :".
                       SET WS-KEY-FOUND-TRUE TO TRUE
                   END-IF
               END-PERFORM
               IF WS-KEY-FOUND-FALSE AND WS-CLI-TBL-SIZE < 9999 THEN
                   ADD 1 TO WS-CLI-TBL-SIZE
                   MOVE WS-BKO-CLI-ID(WS-IDX)
                       TO WS-CLI-KEY(WS-CLI-TBL-SIZE)
