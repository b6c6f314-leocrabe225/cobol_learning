           05 F-ORDER-DATE          PIC 9(08).
           05 FILLER                PIC X(01).
           05 F-ORDER-TOTAL         PIC 9(05)V99.
      * Delivery details (pizzeria.cbl, pizdisp.cbl) : not needed
      * here, but the record must be long enough to hold them.
           05 FILLER                PIC X(68).
       01 F-LINE-RCD REDEFINES F-ORDER-RCD.
           05 F-LINE-TYPE           PIC X(01).
           05 FILLER                PIC X(01).
           05 RCP-QTY               PIC 9(03)V99.

       FD INGREDIENTS-FILE.
       COPY ingrcd.

       FD POSTED-FILE.
       01 PST-RECORD.
               10 WS-ING-NAME     PIC X(15).
               10 WS-ING-ON-HAND  PIC S9(06)V99 COMP-5.
               10 WS-ING-USED     PIC 9(05)V99.
               10 WS-ING-REORDER  PIC X(19).
       77 WS-IDX                  PIC 9(03).
       77 WS-IDX-2                PIC 9(02).
       77 WS-ING-FOUND-IDX        PIC 9(02).
                           MOVE ING-ON-HAND
                               TO WS-ING-ON-HAND(WS-ING-TBL-SIZE)
                           MOVE 0 TO WS-ING-USED(WS-ING-TBL-SIZE)
                           MOVE ING-REORDER-DATA
                               TO WS-ING-REORDER(WS-ING-TBL-SIZE)
                       END-IF
               END-READ
           END-PERFORM.
                   UNTIL WS-IDX-2 > WS-ING-TBL-SIZE
               MOVE SPACES TO ING-RECORD
               MOVE WS-ING-NAME(WS-IDX-2) TO ING-NAME
               MOVE WS-ING-REORDER(WS-IDX-2) TO ING-REORDER-DATA
               IF WS-ING-ON-HAND(WS-IDX-2) < 0 THEN
                   DISPLAY "*** WARNING *** "
                       WS-ING-NAME(WS-IDX-2) " went negative - "
