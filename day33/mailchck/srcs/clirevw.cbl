       COPY climast.

       FD CLIENT-EXTRACT.
       01 CLI-TXT-RECORD           PIC X(158).

       FD CLIENT-AUDIT-OUTPUT.
       01 AUD-OUT-RECORD           PIC X(385).

       FD CLIENT-JOURNAL-OUTPUT.
       01 JRN-RECORD.
           05 FILLER               PIC X(01).
           05 JRN-ACTION           PIC X(06).
           05 FILLER               PIC X(01).
           05 JRN-IMAGE            PIC X(158).

       WORKING-STORAGE SECTION.
       01 WS-PROP-STATUS        PIC X(02).
       77 WS-KEPT-CNT           PIC 9(02) VALUE 0.

       01 WS-AUDIT-LINE.
           05 WS-AUD-CLI-ID         PIC 9(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-AUD-ACTION         PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-AUD-OPERATOR       PIC X(08).
           05 FILLER                PIC X(03) VALUE " | ".
           05 WS-AUD-OLD-VALUE      PIC X(138).
           05 FILLER                PIC X(03) VALUE " | ".
           05 WS-AUD-NEW-VALUE      PIC X(138).
      * The operator's role rides at the end so older readers that
      * slice the row by position keep working.
           05 FILLER                PIC X(03) VALUE " | ".
           05 WS-AUD-ROLE           PIC X(10).
      * The payment terms sit past the end of the images above, so
      * they ride at the end as well, before and after.
           05 FILLER                PIC X(03) VALUE " | ".
           05 WS-AUD-OLD-TERMS      PIC X(04).
           05 FILLER                PIC X(03) VALUE " | ".
           05 WS-AUD-NEW-TERMS      PIC X(04).
      * Same again for the parent client and group limit, raw as
      * they sit on the record.
           05 FILLER                PIC X(03) VALUE " | ".
           05 WS-AUD-OLD-GROUP      PIC X(14).
           05 FILLER                PIC X(03) VALUE " | ".
           05 WS-AUD-NEW-GROUP      PIC X(14).

      * Only a maintenance or admin operator may approve proposals
      * into the master; chkauth logs whoever was turned away.
       0300-APPROVE-BEGIN.
           MOVE FUNCTION NUMVAL(WS-PROP-ID(WS-IDX))
               TO WS-PROP-ID-NUM.
           IF WS-PROP-ID-NUM EQUAL 0 OR WS-PROP-ID-NUM > 9999 THEN
               DISPLAY "ID " WS-PROP-ID(WS-IDX) " does not fit the "
                   "four-digit client key - proposal kept."
               MOVE 1 TO WS-PROP-KEPT(WS-IDX)
               ADD 1 TO WS-KEPT-CNT
               GO TO 0300-APPROVE-END
           COMPUTE CLI-M-CREDIT-LIMIT =
               FUNCTION NUMVAL(WS-INPUT-RAW) / 100.
           MOVE "A" TO CLI-M-STATUS.
      * A client on its own, on the house terms, until climaint
      * says otherwise.
           MOVE 0 TO CLI-M-PARENT-ID.
           MOVE 0 TO CLI-M-GROUP-LIMIT.

           WRITE CLI-MASTER-RCD
               INVALID KEY
               OPEN OUTPUT CLIENT-AUDIT-OUTPUT
           END-IF.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           MOVE SPACES TO WS-AUD-OLD-TERMS.
           MOVE SPACES TO WS-AUD-OLD-GROUP.
           MOVE CLI-M-ID TO WS-AUD-CLI-ID.
           MOVE "ADD" TO WS-AUD-ACTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-AUD-STAMP.
           CALL "getoper" USING WS-AUD-OPERATOR END-CALL.
           MOVE WS-AUTH-ROLE TO WS-AUD-ROLE.
           MOVE CLI-MASTER-RCD TO WS-AUD-NEW-VALUE.
           MOVE CLI-M-TERMS TO WS-AUD-NEW-TERMS.
           MOVE CLI-MASTER-RCD(145:14) TO WS-AUD-NEW-GROUP.
           MOVE WS-AUDIT-LINE TO AUD-OUT-RECORD.
           WRITE AUD-OUT-RECORD.
           CLOSE CLIENT-AUDIT-OUTPUT.
