       FILE SECTION.
       FD CLIENT-AUDIT-INPUT.
       01 AUD-IN-RECORD.
           05 AUD-IN-CLI-ID        PIC 9(04).
           05 FILLER               PIC X(01).
           05 AUD-IN-ACTION        PIC X(06).
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(01).
           05 AUD-IN-OPERATOR      PIC X(08).
           05 FILLER               PIC X(03).
           05 AUD-IN-OLD-VALUE     PIC X(138).
           05 FILLER               PIC X(03).
           05 AUD-IN-NEW-VALUE     PIC X(138).
           05 FILLER               PIC X(03).
           05 AUD-IN-ROLE          PIC X(10).
      * Payment terms before and after; rows written before the terms
      * existed end at the role and read these as blank.
           05 FILLER               PIC X(03).
           05 AUD-IN-OLD-TERMS     PIC X(04).
           05 FILLER               PIC X(03).
           05 AUD-IN-NEW-TERMS     PIC X(04).
      * Parent client and group limit before and after, the same
      * way round.
           05 FILLER               PIC X(03).
           05 AUD-IN-OLD-GROUP     PIC X(14).
           05 FILLER               PIC X(03).
           05 AUD-IN-NEW-GROUP     PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-F-STATUS-OK                    VALUE "00".
           88 WS-F-STATUS-EOF                   VALUE "10".

       77 WS-ENTRY-ID                 PIC 9(04).
       77 WS-MATCH-CNT                PIC 9(04) VALUE 0.
       77 WS-PAGE-LINES               PIC 9(02) VALUE 0.
      * A page of history is 5 changes - each shows on three console
               AUD-IN-ACTION " by " AUD-IN-OPERATOR.
           DISPLAY "  before : " AUD-IN-OLD-VALUE(1:80).
           DISPLAY "  after  : " AUD-IN-NEW-VALUE(1:80).
           IF AUD-IN-OLD-TERMS NOT EQUAL AUD-IN-NEW-TERMS THEN
               DISPLAY "  terms  : " AUD-IN-OLD-TERMS " -> "
                   AUD-IN-NEW-TERMS
           END-IF.
           IF AUD-IN-OLD-GROUP NOT EQUAL AUD-IN-NEW-GROUP THEN
               DISPLAY "  group  : " AUD-IN-OLD-GROUP " -> "
                   AUD-IN-NEW-GROUP
           END-IF.
           ADD 1 TO WS-PAGE-LINES.
           IF WS-PAGE-LINES >= WS-PAGE-SIZE THEN
               MOVE 0 TO WS-PAGE-LINES
