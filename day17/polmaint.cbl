      * so older transaction files need no conversion. Zero or
      * spaces : no link keyed.
           05 FILLER            PIC X(01).
           05 TRX-CLI-ID        PIC 9(04).

       FD INSURANCE-FILE.
       01 ISR-RCD               PIC X(121).
       01 PCL-RCD.
           05 PCL-CODE          PIC X(09).
           05 FILLER            PIC X(01).
           05 PCL-CLI-ID        PIC 9(04).

      * Transactions sorted by the contract code in the policy body,
      * then by arrival sequence so two changes to one contract
       01 SORT-TRX-RECORD.
           05 SORT-TRX-CODE     PIC X(09).
           05 SORT-TRX-SEQ      PIC 9(06).
           05 SORT-TRX-BODY     PIC X(142).

       FD TRANS-SORTED.
       01 TSR-RECORD.
               10 FILLER            PIC X(01).
               10 TSR-POLICY        PIC X(121).
               10 FILLER            PIC X(01).
               10 TSR-CLI-ID        PIC 9(04).

       SD MASTER-SORT.
       01 SORT-MST-RECORD.
       77 WS-DATE-VALID               PIC 9(01).
           88 WS-DATE-VALID-TRUE                VALUE 1.
           88 WS-DATE-VALID-FALSE               VALUE 0.
      * perchk's verdict on an effective date : its month may still
      * be open, closed (rejected), or closed with the date moved on
      * to the next open month.
       77 WS-PER-PROGRAM              PIC X(08) VALUE "polmaint".
       77 WS-PER-RESULT               PIC 9(01).
           88 WS-PER-OPEN                       VALUE 0.
           88 WS-PER-MOVED                      VALUE 1.
           88 WS-PER-REFUSED                    VALUE 2.

       01 WS-REJECT-LINE.
           05 WS-REJ-TRX            PIC X(142).
           05 FILLER                PIC X(03) VALUE " | ".
           05 WS-REJ-REASON         PIC X(30).

               MOVE "EFFECTIVE DATE IN FUTURE" TO WS-REJ-REASON
               PERFORM 0350-REJECT-BEGIN THRU 0350-REJECT-END
               SET WS-DATE-VALID-FALSE TO TRUE
               GO TO 0300-CHECK-COMMON-END
           END-IF.
      * A change back-dated into a month already reported is
      * rejected, or moved on when the parameters say so.
           CALL "perchk" USING WS-PER-PROGRAM TSR-EFF-DATE
               WS-PER-RESULT
           END-CALL.
           IF WS-PER-REFUSED THEN
               MOVE "EFFECTIVE DATE PERIOD CLOSED" TO WS-REJ-REASON
               PERFORM 0350-REJECT-BEGIN THRU 0350-REJECT-END
               SET WS-DATE-VALID-FALSE TO TRUE
           END-IF.
           IF WS-PER-MOVED THEN
               DISPLAY "*** WARNING *** " TSR-CODE " effective date "
                   "in a closed period - taken as " TSR-EFF-DATE "."
           END-IF.
       0300-CHECK-COMMON-END.

