       COPY climast.

       FD CLIENT-EXTRACT.
       01 CLI-TXT-RECORD           PIC X(158).

       FD ORDERS-INPUT.
       01 ORD-IN-RECORD.
           05 ORD-IN-CLI-ID        PIC 9(04).
           05 FILLER               PIC X(01).
           05 ORD-IN-ID            PIC 9(05).
           05 FILLER               PIC X(01).
           05 ORD-IN-AMT           PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 ORD-IN-DATE          PIC 9(08).
           05 FILLER               PIC X(01).

       FD PAYMENTS-INPUT.
       01 PAY-IN-RECORD.
           05 PAY-IN-CLI-ID        PIC 9(04).
           05 FILLER               PIC X(01).
           05 PAY-IN-ORD-ID        PIC 9(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-AMT           PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 PAY-IN-DATE          PIC 9(08).
      * "R" marks a reversal row (bounced cheque) carrying the
           05 PAY-IN-RVSL          PIC X(01).
           05 FILLER               PIC X(01).
           05 PAY-IN-REASON        PIC X(04).
      * "A" applies cash already held on account to an order : no new
      * money, so it is left out here.
           05 FILLER               PIC X(01).
           05 PAY-IN-RCPT-NO       PIC X(05).
           05 FILLER               PIC X(01).
           05 PAY-IN-KIND          PIC X(01).

       FD CERTIFICATE-OUTPUT.
       01 CERT-OUT-RCD             PIC X(90).
       77 WS-MATCH-NAME          PIC X(15).
       77 WS-MATCH-FNAME         PIC X(15).
       77 WS-USER-INPUT          PIC X(01).
       77 WS-IDX                 PIC 9(04).

      * What was found where, shown before anything is touched.
       77 WS-PEO-MATCH-CNT       PIC 9(03) VALUE 0.
       77 WS-DB-MATCH-CNT        PIC 9(03) VALUE 0.
       77 WS-CLI-MATCH-CNT       PIC 9(02) VALUE 0.
       01 WS-CLI-MATCH-TBL.
           05 WS-CLI-MATCH-ID    PIC 9(04) OCCURS 10 TIMES.

      * Open balance per client ID blocks the purge.
       01 WS-BALANCE-TBL.
           05 WS-BALANCE         PIC S9(09)V99 OCCURS 9999 TIMES.
       77 WS-BLOCKED             PIC 9(01) VALUE 0.
           88 WS-BLOCKED-TRUE              VALUE 1.
           88 WS-BLOCKED-FALSE             VALUE 0.
           IF WS-CLI-MATCH-CNT EQUAL 0 THEN
               GO TO 0200-CHECK-BALANCES-END
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9999
               MOVE 0 TO WS-BALANCE(WS-IDX)
           END-PERFORM.

                       AT END
                           SET WS-EOF-TRUE TO TRUE
                       NOT AT END
                           IF PAY-IN-KIND EQUAL "A" THEN
                               CONTINUE
                           ELSE
                           IF PAY-IN-RVSL EQUAL "R" THEN
                               ADD PAY-IN-AMT TO
                                   WS-BALANCE(PAY-IN-CLI-ID)
                               SUBTRACT PAY-IN-AMT FROM
                                   WS-BALANCE(PAY-IN-CLI-ID)
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENTS-INPUT
