      *****************************************************************
      * STORDRCD - Shared standing-order header layout (one row of
      * data/commandes-perm.txt) : a client's repeat order, numbered
      * from the STANDORD sequence in getseq. Kept by stomaint.cbl,
      * raised into num-commandes.txt by the nightly stogen.cbl step,
      * which also moves STO-NEXT-DUE on after each occurrence.
      *****************************************************************
       01 STO-RECORD.
           05 STO-NO                PIC 9(05).
           05 FILLER                PIC X(01).
           05 STO-CLI-ID            PIC 9(04).
           05 FILLER                PIC X(01).
      * "W" every seven days, "M" the same day each month (clamped to
      * the month's last day, from the day of STO-START-DATE).
           05 STO-FREQ              PIC X(01).
               88 STO-FREQ-WEEKLY             VALUE "W".
               88 STO-FREQ-MONTHLY            VALUE "M".
               88 STO-FREQ-VALID              VALUE "W" "M".
           05 FILLER                PIC X(01).
           05 STO-START-DATE        PIC 9(08).
           05 FILLER                PIC X(01).
           05 STO-NEXT-DUE          PIC 9(08).
           05 FILLER                PIC X(01).
      * Last day an occurrence may fall on : zero for no end.
           05 STO-END-DATE          PIC 9(08).
           05 FILLER                PIC X(01).
      * "A" active, "S" suspended by the operator, "E" ended.
           05 STO-STATUS            PIC X(01).
               88 STO-STATUS-ACTIVE           VALUE "A".
               88 STO-STATUS-SUSPENDED        VALUE "S".
               88 STO-STATUS-ENDED            VALUE "E".
               88 STO-STATUS-VALID            VALUE "A" "S" "E".
           05 FILLER                PIC X(01).
      * The order the last occurrence became, and the night it was
      * raised : zero until the first one.
           05 STO-LAST-ORD-ID       PIC 9(05).
           05 FILLER                PIC X(01).
           05 STO-LAST-RUN          PIC 9(08).
