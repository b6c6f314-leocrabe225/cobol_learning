      *****************************************************************
      * FEERCD - School fee schedule (one row of data/frais-
      * scolarite.txt) : what a student of FEE-CLASS is billed for
      * FEE-TERM, and the day it falls due. Kept by feemaint.cbl and
      * read by the feeinv.cbl invoicing run.
      *****************************************************************
       01 FEE-RECORD.
           05 FEE-CLASS             PIC X(03).
           05 FILLER                PIC X(01).
           05 FEE-TERM              PIC X(06).
           05 FILLER                PIC X(01).
           05 FEE-AMOUNT            PIC 9(05)V99.
           05 FILLER                PIC X(01).
           05 FEE-DUE-DATE          PIC 9(08).
           05 FILLER                PIC X(01).
           05 FEE-LABEL             PIC X(20).
