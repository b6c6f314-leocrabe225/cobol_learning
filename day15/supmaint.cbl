       COPY suprcd.

       FD AUDIT-OUTPUT.
       01 AUD-OUT-RCD             PIC X(290).

       WORKING-STORAGE SECTION.
       01 WS-F-STATUS             PIC X(02).
       77 WS-SUP-TBL-SIZE        PIC 9(02) VALUE 0.
       01 WS-SUP-TBL.
           05 WS-SUP             OCCURS 20 TIMES.
               10 WS-SUP-IMAGE          PIC X(127).
       77 WS-SUP-FOUND-IDX       PIC 9(02).

       77 WS-COMMAND             PIC X(10).
           88 WS-IS-NUM-TRUE                VALUE 1.
           88 WS-IS-NUM-FALSE               VALUE 0.
       77 WS-SESSION-CHANGES     PIC 9(03) VALUE 0.
       77 WS-OLD-IMAGE           PIC X(127).

      * Field edits through the day33 subprograms, the way climaint
      * trusts them : the numeric-ID side is fed a zero-filled stub.
           05 WS-BLD-EMAIL          PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-BLD-LEAD-DAYS      PIC 9(03).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-BLD-IBAN           PIC X(34).

       01 WS-AUDIT-LINE.
           05 WS-AUD-STAMP        PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-AUD-OPERATOR     PIC X(08).
           05 FILLER              PIC X(03) VALUE " | ".
           05 WS-AUD-OLD          PIC X(127).
           05 FILLER              PIC X(03) VALUE " | ".
           05 WS-AUD-NEW          PIC X(127).

       77 WS-AUTH-PROGRAM        PIC X(08).
       77 WS-AUTH-NEEDED         PIC 9(01).
               END-CALL
           END-PERFORM.
           COMPUTE WS-BLD-LEAD-DAYS = FUNCTION NUMVAL(WS-INPUT-RAW).

      * Blank is allowed : the supplier is simply held out of the
      * payment run until an account is keyed.
           DISPLAY "Bank account (IBAN, blank if not known) : "
               WITH NO ADVANCING.
           ACCEPT WS-BLD-IBAN.
       0600-CAPTURE-FIELDS-END.

       0610-CHECK-EMAIL-BEGIN.
