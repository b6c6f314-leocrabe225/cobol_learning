      *****************************************************************
      * SUBJRCD - Shared subject master layout (one row of
      * data/matieres.txt), kept by submaint.cbl. The curriculum
      * lives here instead of in the programs : stud4sub.cbl captures
      * marks against these codes and termcalc.cbl weighs them into
      * each student's subject grades and overall average.
      *****************************************************************
       01 SUB-RECORD.
           05 SUB-CODE              PIC X(04).
           05 FILLER                PIC X(01).
           05 SUB-NAME              PIC X(15).
           05 FILLER                PIC X(01).
      * Weight of the subject in the overall average. Zero leaves the
      * subject on the report card but out of the average.
           05 SUB-COEF              PIC 9(02).
           05 FILLER                PIC X(01).
      * Share of the subject grade coming from coursework, in
      * percent; the exam carries the rest.
           05 SUB-CW-PCT            PIC 9(03).
