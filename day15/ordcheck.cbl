
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
           05 ORD-IN-TYPE          PIC X(01).

       FD ORDERS-CLEAN-OUTPUT.
       01 ORD-CLEAN-RECORD         PIC X(31).

       FD ORDERS-EXC-OUTPUT.
       01 ORD-EXC-RECORD           PIC X(64).

       WORKING-STORAGE SECTION.
       01 WS-EOF                      PIC 9(01).
           88 WS-F-STATUS-OK                    VALUE "00".
           88 WS-F-STATUS-EOF                   VALUE "10".

       77 WS-IDX                      PIC 9(05).

       77 WS-CLI-TBL-SIZE             PIC 9(04) VALUE 0.
       77 WS-CLI-TBL-MAX              PIC 9(04) VALUE 9999.
       77 WS-CLI-OVERFLOW-CNT         PIC 9(04) VALUE 0.
       01 WS-CLI-ID-TBL.
           05 WS-CLI-ID               PIC 9(04) OCCURS 9999 TIMES.

      * Order IDs already accepted this run : the first occurrence of
      * an ID passes, every later one is a duplicate exception.
       77 WS-SEEN-TBL-SIZE            PIC 9(05) VALUE 0.
       77 WS-SEEN-TBL-MAX             PIC 9(05) VALUE 99999.
       01 WS-SEEN-ID-TBL.
           05 WS-SEEN-ID              PIC 9(05) OCCURS 99999 TIMES.

       77 WS-CLI-FOUND                PIC 9(01).
           88 WS-CLI-FOUND-TRUE                 VALUE 1.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-EXC-LINE.
           05 WS-EXC-ORDER            PIC X(31).
           05 FILLER                  PIC X(03) VALUE " | ".
           05 WS-EXC-REASON           PIC X(30).

       77 WS-ORDERS-READ              PIC 9(05) VALUE 0.
       77 WS-ORDERS-CLEAN             PIC 9(05) VALUE 0.
       77 WS-ORDERS-REJECTED          PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM 0100-LOAD-CLIENTS-BEGIN
