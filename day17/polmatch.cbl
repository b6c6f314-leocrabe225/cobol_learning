       01 PCL-RCD.
           05 PCL-CODE          PIC X(09).
           05 FILLER            PIC X(01).
           05 PCL-CLI-ID        PIC 9(04).

       FD REVIEW-OUTPUT.
       01 RVW-OUT-RCD           PIC X(90).
           88 WS-EOF-TRUE                                 VALUE "Y".
           88 WS-EOF-FALSE                                VALUE "N".

      * The client master is bounded by its four-digit key and stays
      * in a table; the policy file streams.
       77 WS-CLI-TBL-SIZE                       PIC 9(04) VALUE 0.
       01 WS-CLI-TBL.
           05 WS-CLI OCCURS 9999 TIMES.
               10 WS-CLI-ID       PIC 9(04).
               10 WS-CLI-FULL     PIC X(25).
       77 WS-IDX                                PIC 9(05).

      * Codes already linked never re-propose.
       77 WS-PCL-TBL-SIZE                       PIC 9(03) VALUE 0.

       77 WS-POL-NAME                           PIC X(40).
       77 WS-POL-NAME-U                         PIC X(40).
       77 WS-MATCH-CNT                          PIC 9(04).
       77 WS-MATCH-ID                           PIC 9(04).
       77 WS-LINKED-CNT                         PIC 9(03) VALUE 0.
       77 WS-REVIEW-CNT                         PIC 9(03) VALUE 0.
       01 WS-CLI-BUILD.
                   AT END
                       SET WS-EOF-TRUE TO TRUE
                   NOT AT END
                       IF WS-CLI-TBL-SIZE < 9999 THEN
                           ADD 1 TO WS-CLI-TBL-SIZE
                           MOVE CLI-M-ID
                               TO WS-CLI-ID(WS-CLI-TBL-SIZE)
