       DATA DIVISION.
       FILE SECTION.
       FD BACKUP-INPUT.
       01 BCK-RECORD              PIC X(158).

       FD JOURNAL-INPUT.
       01 JRN-RECORD.
           05 FILLER               PIC X(01).
           05 JRN-ACTION           PIC X(06).
           05 FILLER               PIC X(01).
           05 JRN-IMAGE            PIC X(158).

       FD CLIENT-MASTER.
       COPY climast.

       FD CLIENT-EXTRACT.
       01 CLI-TXT-RECORD           PIC X(158).

       WORKING-STORAGE SECTION.
       01 WS-BCK-STATUS           PIC X(02).
       77 WS-MASTER-FILENAME      PIC X(30) VALUE "data/clients.dat".
       77 WS-DEL-STATUS           PIC S9(09) COMP-5.

       77 WS-LOADED-CNT           PIC 9(04) VALUE 0.
       77 WS-REPLAYED-CNT         PIC 9(04) VALUE 0.
       77 WS-SKIPPED-CNT          PIC 9(04) VALUE 0.
       77 WS-EXTRACT-CNT          PIC 9(04) VALUE 0.

       77 WS-LOCK-NAME            PIC X(10).
       77 WS-LOCK-ACTION          PIC X(05).
