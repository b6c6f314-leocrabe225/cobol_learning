           05 CLM-ID            PIC 9(04).
           05 FILLER            PIC X(01).
           05 CLM-STATUS        PIC X(07).
           05 FILLER            PIC X(01).
           05 CLM-PAYMENT       PIC 9(06).99.
           05 FILLER            PIC X(01).
           05 CLM-PAID          PIC 9(06).99.

       FD BAND-SUMMARY-OUTPUT.
       01 BND-OUT-RCD           PIC X(60).
           88 WS-CLM-STATUS-OK                           VALUE "00".
      * Latest state per claim ID, resolved the way claims.cbl
      * resolves its file : incurred per contract is open and
      * revised reserves plus settled paid amounts. A PARTIAL claim
      * counts both its reserve left and what it has paid so far.
       77 WS-CLM-TBL-SIZE                       PIC 9(03) VALUE 0.
       01 WS-CLM-TBL.
           05 WS-CLM OCCURS 500 TIMES.
               10 WS-CLM-CODE        PIC X(09).
               10 WS-CLM-STATE       PIC X(07).
               10 WS-CLM-AMOUNT      PIC 9(06)V99.
               10 WS-CLM-PAID        PIC 9(06)V99.
       77 WS-CLM-IDX                            PIC 9(03).
       77 WS-CLM-FOUND-IDX                      PIC 9(03).

                   MOVE "SETTLED" TO WS-CLM-STATE(WS-CLM-TBL-SIZE)
                   COMPUTE WS-CLM-AMOUNT(WS-CLM-TBL-SIZE) =
                       FUNCTION NUMVAL(CLM-AMOUNT)
                   MOVE WS-CLM-AMOUNT(WS-CLM-TBL-SIZE)
                       TO WS-CLM-PAID(WS-CLM-TBL-SIZE)
               END-IF
               GO TO 0410-FILE-ONE-CLAIM-END
           END-IF.
               ADD 1 TO WS-CLM-TBL-SIZE
               MOVE WS-CLM-TBL-SIZE TO WS-CLM-FOUND-IDX
               MOVE CLM-ID TO WS-CLM-ID(WS-CLM-FOUND-IDX)
               MOVE 0 TO WS-CLM-PAID(WS-CLM-FOUND-IDX)
           END-IF.
           MOVE CLM-CODE TO WS-CLM-CODE(WS-CLM-FOUND-IDX).
           MOVE CLM-STATUS TO WS-CLM-STATE(WS-CLM-FOUND-IDX).
           COMPUTE WS-CLM-AMOUNT(WS-CLM-FOUND-IDX) =
               FUNCTION NUMVAL(CLM-AMOUNT).
           IF CLM-PAID NOT EQUAL SPACE THEN
               COMPUTE WS-CLM-PAID(WS-CLM-FOUND-IDX) =
                   FUNCTION NUMVAL(CLM-PAID)
           END-IF.
       0410-FILE-ONE-CLAIM-END.

      * The policy's loss ratio bands its offer : below the discount
           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLM-TBL-SIZE
               IF WS-CLM-CODE(WS-CLM-IDX) EQUAL ISR-IN-RCD(1:9) AND
                  WS-CLM-STATE(WS-CLM-IDX) NOT EQUAL "CLOSED" AND
                  WS-CLM-STATE(WS-CLM-IDX) NOT EQUAL "REVIEW" THEN
                   ADD WS-CLM-AMOUNT(WS-CLM-IDX) TO WS-INCURRED
                   IF WS-CLM-STATE(WS-CLM-IDX) EQUAL "PARTIAL" THEN
                       ADD WS-CLM-PAID(WS-CLM-IDX) TO WS-INCURRED
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-OLD-PREMIUM > 0 THEN
