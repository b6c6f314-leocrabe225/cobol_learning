      *****************************************************************
      * RESRCD - Shared term result layout (one row of
      * data/resultats-<term>.txt), written by termcalc.cbl : one row
      * per student per subject marked, then one "*AVG" row carrying
      * the coefficient-weighted overall average. The report cards in
      * stud4sub.cbl and transcript.cbl print from it.
      *****************************************************************
       01 RES-RECORD.
           05 RES-TERM              PIC X(06).
           05 FILLER                PIC X(01).
           05 RES-STUD-ID           PIC 9(04).
           05 FILLER                PIC X(01).
           05 RES-CLASS             PIC X(03).
           05 FILLER                PIC X(01).
           05 RES-NAME              PIC X(15).
           05 FILLER                PIC X(01).
           05 RES-SUBJ              PIC X(04).
               88 RES-SUBJ-OVERALL            VALUE "*AVG".
           05 FILLER                PIC X(01).
           05 RES-SUBJ-NAME         PIC X(15).
           05 FILLER                PIC X(01).
      * On the "*AVG" row : the sum of the coefficients averaged.
           05 RES-COEF              PIC 9(02).
           05 FILLER                PIC X(01).
      * Coursework and exam averages out of 20, hundredths implied;
      * a kind with no mark reads as spaces.
           05 RES-CW-AVG            PIC 9(02)V99.
           05 FILLER                PIC X(01).
           05 RES-EXAM-AVG          PIC 9(02)V99.
           05 FILLER                PIC X(01).
           05 RES-GRADE             PIC 9(02)V99.
