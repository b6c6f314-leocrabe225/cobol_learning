      *****************************************************************
      * ABNRCD - Absence notification register (output/absence-
      * notices.txt), the log of every absence letter absnotif.cbl
      * has written : one row per guardian per absence day, or one
      * NONE row when the student has no guardian on file. A student
      * and date already on the register are never written to
      * twice; maildist.cbl walks the rows to send each letter the
      * way the guardian asked.
      *****************************************************************
       01 ABN-RECORD.
           05 ABN-ABS-DATE          PIC 9(08).
           05 FILLER                PIC X(01).
           05 ABN-STUD-ID           PIC 9(04).
           05 FILLER                PIC X(01).
      * NOTICE for an absence, FORMAL once the unexcused absences
      * in the look-back window reach the ABSENCE-FORMAL-COUNT
      * parameter.
           05 ABN-KIND              PIC X(06).
               88 ABN-KIND-NOTICE             VALUE "NOTICE".
               88 ABN-KIND-FORMAL             VALUE "FORMAL".
           05 FILLER                PIC X(01).
           05 ABN-ABS-COUNT         PIC 9(03).
           05 FILLER                PIC X(01).
           05 ABN-GDN-NAME          PIC X(30).
           05 FILLER                PIC X(01).
      * EMAIL or PRINT, as GDN-PREF stood on the day; NONE when
      * there was nobody to write to.
           05 ABN-DELIVERY          PIC X(05).
               88 ABN-DELIVERY-EMAIL          VALUE "EMAIL".
               88 ABN-DELIVERY-PRINT          VALUE "PRINT".
               88 ABN-DELIVERY-NONE           VALUE "NONE".
           05 FILLER                PIC X(01).
           05 ABN-EMAIL             PIC X(50).
           05 FILLER                PIC X(01).
           05 ABN-DOCUMENT          PIC X(40).
           05 FILLER                PIC X(01).
           05 ABN-STAMP             PIC X(14).
