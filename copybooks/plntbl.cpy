      *****************************************************************
      * PLNTBL - Instalment plans as planchk.cbl returns them : every
      * plan on file with the cash the client paid since agreeing it
      * and what that makes of the plan on the run date.
      * REPLACE :PREFIX: with the caller's data-name prefix (WS, LK...)
      *****************************************************************
       01 :PREFIX:-PLN-TBL.
           05 :PREFIX:-PLN-CNT          PIC 9(03).
           05 :PREFIX:-PLN-OVERFLOW     PIC 9(03).
           05 :PREFIX:-PLN OCCURS 200 TIMES.
               10 :PREFIX:-PLN-NO       PIC 9(05).
               10 :PREFIX:-PLN-CLI-ID   PIC 9(04).
               10 :PREFIX:-PLN-AGREED   PIC 9(08).
               10 :PREFIX:-PLN-TOTAL    PIC 9(06)V99.
               10 :PREFIX:-PLN-LEVEL    PIC 9(01).
      * Cash in since the plan was agreed, up to the run date, and
      * the instalments fallen due by then.
               10 :PREFIX:-PLN-PAID     PIC S9(07)V99.
               10 :PREFIX:-PLN-DUE      PIC 9(07)V99.
      * "A" running, "K" kept (paid in full), "B" broken (an
      * instalment missed), "C" cancelled by hand; the date it
      * became so.
               10 :PREFIX:-PLN-STATE    PIC X(01).
                   88 :PREFIX:-PLN-STATE-RUNNING     VALUE "A".
                   88 :PREFIX:-PLN-STATE-KEPT        VALUE "K".
                   88 :PREFIX:-PLN-STATE-BROKEN      VALUE "B".
                   88 :PREFIX:-PLN-STATE-CANCELLED   VALUE "C".
               10 :PREFIX:-PLN-STATE-DATE PIC 9(08).
               10 :PREFIX:-PLN-MISSED   PIC 9(02).
               10 :PREFIX:-PLN-LAST-PAY PIC 9(08).
               10 :PREFIX:-PLN-INST-CNT PIC 9(02).
               10 :PREFIX:-PLN-INST OCCURS 24 TIMES.
                   15 :PREFIX:-PLN-INST-DATE PIC 9(08).
                   15 :PREFIX:-PLN-INST-AMT  PIC 9(06)V99.
      * Cash in between the agreement and this due date.
                   15 :PREFIX:-PLN-INST-PAID PIC S9(07)V99.
