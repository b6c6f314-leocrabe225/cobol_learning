       IDENTIFICATION DIVISION.
       PROGRAM-ID. perchk.
       AUTHOR. Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * May a row dated this day still be written ? Asked by every
      * posting program before it writes - payentry, ordentry,
      * retentry, crnrevw, bankimp, latefee, goodsrcv, stockmvt,
      * dispatch, suprtn, supinv, polmaint, premrcv, clmpay, feepay,
      * brkremit, ddcollect and ddreturn - so a month already
      * reported in monthpack stops changing after the fact. The
      * period file is read on every call : a month closed while an
      * entry session is open is closed for that session too.
           SELECT PERIOD-INPUT
               ASSIGN TO "data/periodes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.

      * Every posting refused or moved on lands here with the
      * program, the operator and both dates.
           SELECT PERIOD-LOG-OUTPUT
               ASSIGN TO "output/period-lock.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-INPUT.
       COPY perrcd.

       FD PERIOD-LOG-OUTPUT.
       01 LOG-OUT-RCD             PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-PER-STATUS           PIC X(02).
           88 WS-PER-STATUS-OK              VALUE "00".
       01 WS-LOG-STATUS           PIC X(02).
           88 WS-LOG-STATUS-OK              VALUE "00".
       01 WS-EOF                  PIC 9(01).
           88 WS-EOF-TRUE                   VALUE 1.
           88 WS-EOF-FALSE                  VALUE 0.

       01 WS-PARAM-KEY            PIC X(20).
       01 WS-PARAM-VALUE          PIC X(20).
       01 WS-PARAM-FOUND          PIC 9(01).
           88 WS-PARAM-FOUND-TRUE           VALUE 1.
           88 WS-PARAM-FOUND-FALSE          VALUE 0.
      * REFUSE unless the parameters say MOVE : a refused posting is
      * keyed again, a moved one lands where nobody looked for it.
       77 WS-LOCK-MODE            PIC X(06).

       77 WS-CLOSED-TBL-SIZE      PIC 9(03) VALUE 0.
       01 WS-CLOSED-TBL.
           05 WS-CLOSED-PERIOD    PIC 9(06) OCCURS 240 TIMES.
       77 WS-IDX                  PIC 9(03).
       77 WS-CLOSED               PIC 9(01).
           88 WS-CLOSED-TRUE                VALUE 1.
           88 WS-CLOSED-FALSE               VALUE 0.
       77 WS-STEP-CNT             PIC 9(03).

       01 WS-PERIOD               PIC 9(06).
       01 WS-PERIOD-SPLIT REDEFINES WS-PERIOD.
           05 WS-PERIOD-YYYY      PIC 9(04).
           05 WS-PERIOD-MM        PIC 9(02).

       01 WS-LOG-LINE.
           05 WS-LOG-STAMP        PIC X(14).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LOG-ACTION       PIC X(07).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LOG-PROGRAM      PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LOG-OPERATOR     PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LOG-DATE         PIC 9(08).
           05 FILLER              PIC X(04) VALUE " -> ".
           05 WS-LOG-NEW-DATE     PIC 9(08).

       LINKAGE SECTION.
       01 LK-PROGRAM-NAME         PIC X(08).
      * The posting date : given back unchanged when its month is
      * open or the posting is refused, moved to day one of the
      * next open month when the parameters say MOVE.
       01 LK-DATE                 PIC 9(08).
       01 LK-RESULT               PIC 9(01).
           88 LK-PERIOD-OPEN                VALUE 0.
           88 LK-PERIOD-MOVED               VALUE 1.
           88 LK-PERIOD-REFUSED             VALUE 2.

       PROCEDURE DIVISION USING
                                LK-PROGRAM-NAME,
                                LK-DATE,
                                LK-RESULT.
           SET LK-PERIOD-OPEN TO TRUE.
           PERFORM 0100-LOAD-PERIODS-BEGIN
              THRU 0100-LOAD-PERIODS-END.
           IF WS-CLOSED-TBL-SIZE EQUAL 0 THEN
               EXIT PROGRAM
           END-IF.

           MOVE LK-DATE(1:6) TO WS-PERIOD.
           PERFORM 0200-IS-CLOSED-BEGIN
              THRU 0200-IS-CLOSED-END.
           IF WS-CLOSED-FALSE THEN
               EXIT PROGRAM
           END-IF.

           MOVE LK-DATE TO WS-LOG-DATE.
           MOVE "REFUSE" TO WS-LOCK-MODE.
           MOVE "PERIOD-LOCK-MODE" TO WS-PARAM-KEY.
           CALL "getparam" USING
               WS-PARAM-KEY WS-PARAM-VALUE WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND-TRUE AND
              FUNCTION TRIM(WS-PARAM-VALUE) EQUAL "MOVE" THEN
               MOVE "MOVE" TO WS-LOCK-MODE
           END-IF.

           IF WS-LOCK-MODE EQUAL "MOVE" THEN
               PERFORM 0300-NEXT-OPEN-BEGIN
                  THRU 0300-NEXT-OPEN-END
           END-IF.
           IF WS-CLOSED-TRUE THEN
               SET LK-PERIOD-REFUSED TO TRUE
               MOVE "REFUSED" TO WS-LOG-ACTION
               MOVE LK-DATE TO WS-LOG-NEW-DATE
           ELSE
               SET LK-PERIOD-MOVED TO TRUE
               COMPUTE LK-DATE = WS-PERIOD * 100 + 1
               MOVE "MOVED" TO WS-LOG-ACTION
               MOVE LK-DATE TO WS-LOG-NEW-DATE
           END-IF.
           PERFORM 0400-WRITE-LOG-BEGIN
              THRU 0400-WRITE-LOG-END.
           EXIT PROGRAM.

      * Only the closed months matter; no file at all means nothing
      * has been closed yet.
       0100-LOAD-PERIODS-BEGIN.
           MOVE 0 TO WS-CLOSED-TBL-SIZE.
           SET WS-EOF-FALSE TO TRUE.
           OPEN INPUT PERIOD-INPUT.
           IF NOT WS-PER-STATUS-OK THEN
               GO TO 0100-LOAD-PERIODS-END
           END-IF.
           PERFORM UNTIL WS-EOF-TRUE
               READ PERIOD-INPUT
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF PER-STATUS-CLOSED AND
                          PER-PERIOD IS NUMERIC AND
                          WS-CLOSED-TBL-SIZE < 240 THEN
                           ADD 1 TO WS-CLOSED-TBL-SIZE
                           MOVE PER-PERIOD
                               TO WS-CLOSED-PERIOD(WS-CLOSED-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIOD-INPUT.
       0100-LOAD-PERIODS-END.

       0200-IS-CLOSED-BEGIN.
           SET WS-CLOSED-FALSE TO TRUE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CLOSED-TBL-SIZE
               IF WS-CLOSED-PERIOD(WS-IDX) EQUAL WS-PERIOD THEN
                   SET WS-CLOSED-TRUE TO TRUE
               END-IF
           END-PERFORM.
       0200-IS-CLOSED-END.

      * The first month after the closed one that is not closed
      * itself. Twenty years of closed months on end is a broken
      * file, not a calendar : the posting is refused instead.
       0300-NEXT-OPEN-BEGIN.
           MOVE 0 TO WS-STEP-CNT.
           PERFORM UNTIL WS-CLOSED-FALSE OR WS-STEP-CNT > 240
               IF WS-PERIOD-MM EQUAL 12 THEN
                   MOVE 1 TO WS-PERIOD-MM
                   ADD 1 TO WS-PERIOD-YYYY
               ELSE
                   ADD 1 TO WS-PERIOD-MM
               END-IF
               ADD 1 TO WS-STEP-CNT
               PERFORM 0200-IS-CLOSED-BEGIN
                  THRU 0200-IS-CLOSED-END
           END-PERFORM.
       0300-NEXT-OPEN-END.

       0400-WRITE-LOG-BEGIN.
           OPEN EXTEND PERIOD-LOG-OUTPUT.
           IF NOT WS-LOG-STATUS-OK THEN
               OPEN OUTPUT PERIOD-LOG-OUTPUT
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LOG-STAMP.
           MOVE LK-PROGRAM-NAME TO WS-LOG-PROGRAM.
           CALL "getoper" USING WS-LOG-OPERATOR END-CALL.
           MOVE WS-LOG-LINE TO LOG-OUT-RCD.
           WRITE LOG-OUT-RCD.
           CLOSE PERIOD-LOG-OUTPUT.
       0400-WRITE-LOG-END.
