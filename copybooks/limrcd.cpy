      *****************************************************************
      * LIMRCD - Credit limit review proposals (data/limit-review.txt)
      * one row per client the quarterly review would move. limrevw
      * writes the rows with the figures behind them; climaint's
      * LIMITS command shows them to a reviewer and writes the
      * approved ones onto the client master through its audited
      * update, so nobody re-keys a limit. A new review replaces
      * any proposal still undecided.
      *****************************************************************
       01 LMR-RECORD.
           05 LMR-CLI-ID            PIC 9(04).
           05 FILLER                PIC X(01).
      * Review quarter as YYYYQ, e.g. 20263 for July to September.
           05 LMR-QUARTER           PIC 9(05).
           05 FILLER                PIC X(01).
      * RAISE or CUT : clients left where they are get no row.
           05 LMR-ACTION            PIC X(05).
           05 FILLER                PIC X(01).
      * The limit the review was worked from; climaint refuses the
      * proposal if the master has moved on since.
           05 LMR-OLD-LIMIT         PIC 9(07)V99.
           05 FILLER                PIC X(01).
           05 LMR-NEW-LIMIT         PIC 9(07)V99.
           05 FILLER                PIC X(01).
           05 LMR-PEAK              PIC 9(07).
           05 FILLER                PIC X(01).
           05 LMR-UTIL-PCT          PIC 9(03).
           05 FILLER                PIC X(01).
           05 LMR-AVG-DAYS          PIC 9(03).
           05 FILLER                PIC X(01).
           05 LMR-ESCAL             PIC 9(02).
           05 FILLER                PIC X(01).
           05 LMR-STATUS            PIC X(01).
               88 LMR-STATUS-PENDING          VALUE "P".
               88 LMR-STATUS-APPROVED         VALUE "A".
               88 LMR-STATUS-REJECTED         VALUE "R".
           05 FILLER                PIC X(01).
           05 LMR-DEC-DATE          PIC 9(08).
           05 FILLER                PIC X(01).
           05 LMR-DEC-OPER          PIC X(08).
