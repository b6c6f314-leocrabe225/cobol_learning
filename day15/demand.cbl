
       FD ORDER-LINES-INPUT.
       01 LIN-RECORD.
           05 LIN-ORD-ID           PIC 9(05).
           05 FILLER               PIC X(01).
           05 LIN-ITEM-NAME        PIC X(10).
           05 FILLER               PIC X(01).
       01 WS-ITEM-TBL.
           05 WS-ITEM            OCCURS 99 TIMES.
               10 WS-ITEM-NAME          PIC X(10).
               10 WS-ITEM-AMOUNT        PIC 9(05).
               10 WS-ITEM-SUPPLIER-CODE PIC X(06).
               10 WS-ITEM-REORDER-QTY   PIC 9(03).
               10 WS-ITEM-DEMAND        PIC 9(05).
