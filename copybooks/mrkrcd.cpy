      *****************************************************************
      * MRKRCD - Shared assessment mark layout (one row of
      * data/notes.txt) : one mark out of 20 per student per
      * assessment, appended by stud4sub.cbl and averaged per
      * subject and kind by termcalc.cbl.
      *****************************************************************
       01 MRK-RECORD.
           05 MRK-TERM              PIC X(06).
           05 FILLER                PIC X(01).
           05 MRK-STUD-ID           PIC 9(04).
           05 FILLER                PIC X(01).
           05 MRK-SUBJ              PIC X(04).
           05 FILLER                PIC X(01).
           05 MRK-KIND              PIC X(01).
               88 MRK-KIND-COURSEWORK         VALUE "C".
               88 MRK-KIND-EXAM               VALUE "E".
           05 FILLER                PIC X(01).
      * The assessment's own label (TEST1, ESSAY, FINAL...).
           05 MRK-ASSESS            PIC X(10).
           05 FILLER                PIC X(01).
           05 MRK-MARK              PIC 9(02).
