      *****************************************************************
      * SPRLRCD - Suppressed contact log layout (one row of
      * output/suppressed-contacts.log), appended by conschk.cbl each
      * time a run is told not to contact someone : the day, the run
      * that asked, who, on which channel, for what purpose and the
      * document held back. consrpt.cbl reports it month by month.
      *****************************************************************
       01 SPL-RECORD.
           05 SPL-DATE              PIC 9(08).
           05 FILLER                PIC X(01).
           05 SPL-CALLER            PIC X(08).
           05 FILLER                PIC X(01).
           05 SPL-CLI-ID            PIC 9(04).
           05 FILLER                PIC X(01).
           05 SPL-CHANNEL           PIC X(01).
           05 FILLER                PIC X(01).
           05 SPL-PURPOSE           PIC X(01).
           05 FILLER                PIC X(01).
      * SUPPRESSED (on the list) or NO CONSENT (marketing with no
      * consent standing) or WITHDRAWN (service consent withdrawn).
           05 SPL-WHY               PIC X(10).
           05 FILLER                PIC X(01).
           05 SPL-DOCUMENT          PIC X(40).
           05 FILLER                PIC X(01).
           05 SPL-EMAIL             PIC X(50).
