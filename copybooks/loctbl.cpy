      *****************************************************************
      * LOCTBL - Stock locations. The code goes on every movement row
      * (MVT-LOCATION) and on data/stock-locations.txt; the name is
      * only for screens and reports. SHOP is the default location
      * and the one a blank code reads as.
      *****************************************************************
       01 LOC-TABLE-VALUES.
           05 FILLER                PIC X(24) VALUE
               "SHOPShop floor          ".
           05 FILLER                PIC X(24) VALUE
               "WHSEBack warehouse      ".
       01 LOC-TABLE REDEFINES LOC-TABLE-VALUES.
           05 LOC-ENTRY             OCCURS 2 TIMES.
               10 LOC-CODE          PIC X(04).
               10 LOC-NAME          PIC X(20).
       77 LOC-TABLE-SIZE            PIC 9(02) VALUE 2.
       77 LOC-DEFAULT               PIC X(04) VALUE "SHOP".
