       FILE SECTION.
       FD EXCEPTIONS-FILE.
       01 EXC-RECORD.
           05 EXC-ORDER            PIC X(31).
           05 FILLER               PIC X(03).
           05 EXC-REASON           PIC X(30).


       FD ORDERS-FILE.
       01 ORD-IN-RECORD.
           05 ORD-IN-CLI-ID        PIC 9(04).
           05 FILLER               PIC X(01).
           05 ORD-IN-ID            PIC 9(05).
           05 FILLER               PIC X(01).
           05 ORD-IN-AMT           PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 ORD-IN-DATE          PIC 9(08).
           05 FILLER               PIC X(01).
           05 ORD-IN-TYPE          PIC X(01).

       FD REPAIR-LOG-OUTPUT.
       01 LOG-OUT-RCD              PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-EXC-STATUS           PIC X(02).
       77 WS-EXC-TBL-SIZE         PIC 9(03) VALUE 0.
       01 WS-EXC-TBL.
           05 WS-EXC OCCURS 500 TIMES.
               10 WS-EXC-ORDER    PIC X(31).
               10 WS-EXC-REASON   PIC X(30).
               10 WS-EXC-STATE    PIC X(01).
      *           space = still queued, R = repaired, D = dropped.
       77 WS-IDX                  PIC 9(05).
       77 WS-IDX-2                PIC 9(05).

      * Client IDs and order IDs on file, for the same edits
      * ordcheck applies.
       77 WS-CLI-TBL-SIZE         PIC 9(04) VALUE 0.
       01 WS-CLI-ID-TBL.
           05 WS-CLI-ID           PIC 9(04) OCCURS 9999 TIMES.
       77 WS-SEEN-TBL-SIZE        PIC 9(05) VALUE 0.
       01 WS-SEEN-ID-TBL.
           05 WS-SEEN-ID          PIC 9(05) OCCURS 99999 TIMES.

      * The live order file in memory, so a repair or a drop can
      * rewrite it without the original bad row - the yearend
      * whole-file rewrite. Rows marked X do not write back.
       77 WS-LIVE-TBL-SIZE        PIC 9(05) VALUE 0.
       01 WS-LIVE-TBL.
           05 WS-LIVE OCCURS 99999 TIMES.
               10 WS-LIVE-ROW     PIC X(31).
               10 WS-LIVE-STATE   PIC X(01).
       77 WS-LIVE-OVERFLOW        PIC 9(01) VALUE 0.
           88 WS-LIVE-OVERFLOW-TRUE         VALUE 1.
           88 WS-LIVE-FOUND-FALSE           VALUE 0.

       01 WS-WORK-ORDER.
           05 WS-WRK-CLI-ID        PIC 9(04).
           05 FILLER               PIC X(01).
           05 WS-WRK-ORD-ID        PIC 9(05).
           05 FILLER               PIC X(01).
           05 WS-WRK-AMT           PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 WS-WRK-DATE          PIC 9(08).
           05 FILLER               PIC X(01).
       77 WS-USER-INPUT           PIC X(01).
       77 WS-DROP-REASON          PIC X(20).
       77 WS-EDIT-FAIL            PIC X(30).
       77 WS-REPAIRED-CNT         PIC 9(04) VALUE 0.
       77 WS-DROPPED-CNT          PIC 9(04) VALUE 0.
       77 WS-KEPT-CNT             PIC 9(04) VALUE 0.
       77 WS-POST-OK              PIC 9(01).
           88 WS-POST-OK-TRUE               VALUE 1.
           88 WS-POST-OK-FALSE              VALUE 0.
       77 WS-OLD-ORD-ID           PIC 9(05).
       77 WS-DEL-OK               PIC 9(01).
           88 WS-DEL-OK-TRUE                VALUE 1.
           88 WS-DEL-OK-FALSE               VALUE 0.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LOG-WHAT         PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LOG-BEFORE       PIC X(31).
           05 FILLER              PIC X(04) VALUE " -> ".
           05 WS-LOG-AFTER        PIC X(31).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LOG-NOTE         PIC X(20).

                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           IF WS-CLI-TBL-SIZE < 9999 THEN
                               ADD 1 TO WS-CLI-TBL-SIZE
                               MOVE CLI-M-ID
                                   TO WS-CLI-ID(WS-CLI-TBL-SIZE)
                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           IF WS-SEEN-TBL-SIZE < 99999 THEN
                               ADD 1 TO WS-SEEN-TBL-SIZE
                               MOVE ORD-IN-ID
                                   TO WS-SEEN-ID(WS-SEEN-TBL-SIZE)
                           END-IF
                           IF WS-LIVE-TBL-SIZE < 99999 THEN
                               ADD 1 TO WS-LIVE-TBL-SIZE
                               MOVE ORD-IN-RECORD
                                   TO WS-LIVE-ROW(WS-LIVE-TBL-SIZE)
                          THRU 0460-REMOVE-LIVE-ROW-END
                   END-IF
      * The dropped row leaves the indexed master too.
                   IF WS-EXC-ORDER(WS-IDX)(6:5) IS NUMERIC THEN
                       MOVE WS-EXC-ORDER(WS-IDX)(6:5)
                           TO WS-OLD-ORD-ID
                       CALL "orddel" USING WS-OLD-ORD-ID WS-DEL-OK
                       END-CALL
       0300-FIX-FIELD-BEGIN.
           EVALUATE WS-EXC-REASON(WS-IDX)(1:9)
               WHEN "CLIENT ID"
                   DISPLAY "Client ID (4 digits) : "
                       WITH NO ADVANCING
                   ACCEPT WS-WRK-CLI-ID
               WHEN "DUPLICATE"
                   DISPLAY "Order ID (5 digits) : "
                       WITH NO ADVANCING
                   ACCEPT WS-WRK-ORD-ID
               WHEN "IMPOSSIBL"
      * A repair that retyped the order ID (the duplicate fix)
      * leaves a stale row under the old key in the indexed master :
      * it comes out the way the corrected row went in.
           IF WS-EXC-ORDER(WS-IDX)(6:5) IS NUMERIC AND
              WS-EXC-ORDER(WS-IDX)(6:5) NOT EQUAL WS-WRK-ORD-ID THEN
               MOVE WS-EXC-ORDER(WS-IDX)(6:5) TO WS-OLD-ORD-ID
               CALL "orddel" USING WS-OLD-ORD-ID WS-DEL-OK
               END-CALL
           END-IF.
           IF WS-SEEN-TBL-SIZE < 99999 THEN
               ADD 1 TO WS-SEEN-TBL-SIZE
               MOVE WS-WRK-ORD-ID TO WS-SEEN-ID(WS-SEEN-TBL-SIZE)
           END-IF.
                   UNTIL WS-IDX-2 > WS-SEEN-TBL-SIZE
               IF WS-SEEN-ID(WS-IDX-2) EQUAL WS-WRK-ORD-ID AND
                  WS-WRK-ORD-ID NOT EQUAL
                      WS-EXC-ORDER(WS-IDX)(6:5) THEN
                   MOVE "DUPLICATE ORDER ID" TO WS-EDIT-FAIL
               END-IF
           END-PERFORM.
           END-PERFORM.
      * A reject that is no longer on the order file (hand-edited
      * away, say) still resubmits : the corrected row is new.
           IF WS-LIVE-FOUND-FALSE AND WS-LIVE-TBL-SIZE < 99999 THEN
               ADD 1 TO WS-LIVE-TBL-SIZE
               MOVE WS-WORK-ORDER TO WS-LIVE-ROW(WS-LIVE-TBL-SIZE)
               MOVE SPACE TO WS-LIVE-STATE(WS-LIVE-TBL-SIZE)
               IF WS-EXC-STATE(WS-IDX) EQUAL SPACE THEN
                   MOVE SPACES TO EXC-RECORD
                   MOVE WS-EXC-ORDER(WS-IDX) TO EXC-ORDER
                   MOVE " | " TO EXC-RECORD(32:3)
                   MOVE WS-EXC-REASON(WS-IDX) TO EXC-REASON
                   WRITE EXC-RECORD
               END-IF
