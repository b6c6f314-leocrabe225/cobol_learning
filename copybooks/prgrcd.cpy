      *****************************************************************
      * PRGRCD - Class progression table (one row of data/classes-
      * progression.txt) : the class a student passing the year in
      * PRG-CLASS moves up to. A blank PRG-NEXT marks the school's
      * last year, which a passing student leaves. Read by
      * promote.cbl at the year-end rollover.
      *****************************************************************
       01 PRG-RECORD.
           05 PRG-CLASS             PIC X(03).
           05 FILLER                PIC X(01).
           05 PRG-NEXT              PIC X(03).
