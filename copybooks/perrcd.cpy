      *****************************************************************
      * PERRCD - Shared accounting period status record layout (one
      * row of data/periodes.txt). Maintained only by permaint.cbl;
      * read by the perchk subprogram, which every posting program
      * asks before it writes a dated row. A month with no row is
      * open.
      *****************************************************************
       01 PER-RECORD.
           05 PER-PERIOD            PIC 9(06).
           05 FILLER                PIC X(01).
      * CLOSED once the month has been reported; OPEN again only
      * through permaint's audited REOPEN.
           05 PER-STATUS            PIC X(06).
               88 PER-STATUS-CLOSED           VALUE "CLOSED".
               88 PER-STATUS-OPEN             VALUE "OPEN".
           05 FILLER                PIC X(01).
           05 PER-CLOSED-BY         PIC X(08).
           05 FILLER                PIC X(01).
           05 PER-CLOSED-ON         PIC 9(08).
