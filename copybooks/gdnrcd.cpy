      *****************************************************************
      * GDNRCD - Shared parent/guardian contact layout (one row of
      * data/responsables.txt), kept by guardmnt.cbl and keyed by the
      * roster's student ID (stud.cpy). A student may have more than
      * one guardian on file; absnotif.cbl writes to each of them.
      *****************************************************************
       01 GDN-RECORD.
           05 GDN-STUD-ID           PIC 9(04).
           05 FILLER                PIC X(01).
           05 GDN-NAME              PIC X(30).
           05 FILLER                PIC X(01).
           05 GDN-ADDRESS           PIC X(30).
           05 FILLER                PIC X(01).
           05 GDN-PHONE             PIC X(10).
           05 FILLER                PIC X(01).
           05 GDN-EMAIL             PIC X(50).
           05 FILLER                PIC X(01).
      * "E" sends letters by email through maildist.cbl, "P" (or
      * space) puts them on the print list for the post, the same
      * choice CLI-M-DELIV-PREF gives a client.
           05 GDN-PREF              PIC X(01).
               88 GDN-PREF-EMAIL              VALUE "E".
               88 GDN-PREF-POST               VALUE "P" " ".
