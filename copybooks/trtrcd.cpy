      *****************************************************************
      * TRTRCD - Shared reinsurance treaty layout (one row of
      * data/traite-reass.txt). Two kinds of row share the file, in
      * the way the chart of accounts mixes its "A" and "E" rows :
      * "T" rows carry a quota-share treaty's terms, "P" rows name a
      * product (as written in columns 25-39 of the policy record)
      * the treaty covers. A product listed under no treaty in force
      * is kept whole. Read by cession.cbl.
      *****************************************************************
       01 TRT-RECORD.
           05 TRT-TYPE              PIC X(01).
               88 TRT-TYPE-TERMS              VALUE "T".
               88 TRT-TYPE-PRODUCT            VALUE "P".
           05 FILLER                PIC X(01).
           05 TRT-TREATY            PIC X(08).
           05 FILLER                PIC X(01).
           05 TRT-DETAIL            PIC X(60).
      * Share ceded in percent, centimes in the last two positions
      * (04000 reads as 40.00%). The retention limit caps what the
      * company keeps on any one claim : the reinsurer takes the
      * excess over it on top of its share (zero for no cap). An end
      * date of zero leaves the treaty running.
           05 TRT-TERMS REDEFINES TRT-DETAIL.
               10 TRT-SHARE         PIC 9(03)V99.
               10 FILLER            PIC X(01).
               10 TRT-RETENTION     PIC 9(07)V99.
               10 FILLER            PIC X(01).
               10 TRT-FROM          PIC 9(08).
               10 FILLER            PIC X(01).
               10 TRT-TO            PIC 9(08).
               10 FILLER            PIC X(01).
               10 TRT-REINSURER     PIC X(26).
           05 TRT-COVER REDEFINES TRT-DETAIL.
               10 TRT-PRODUCT       PIC X(15).
               10 FILLER            PIC X(45).
