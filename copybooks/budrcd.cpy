      *****************************************************************
      * BUDRCD - Shared sales budget layout (one row of
      * data/budget-ventes.txt) : what management expects a client to
      * order, net of credit notes, in one calendar month. Kept by
      * budmaint.cbl and compared with num-commandes.txt by
      * budvact.cbl.
      *****************************************************************
       01 BUD-RECORD.
           05 BUD-CLI-ID            PIC 9(04).
           05 FILLER                PIC X(01).
           05 BUD-YEAR              PIC 9(04).
           05 FILLER                PIC X(01).
           05 BUD-MONTH             PIC 9(02).
           05 FILLER                PIC X(01).
      * Whole units, the same as ORD-IN-AMT.
           05 BUD-AMT               PIC 9(07).
