      *****************************************************************
      * CNSRCD - Contact consent layout (one row of
      * data/consentements.txt), kept by consmnt.cbl. One row per
      * consent given : who (a client by ID, or a person known only
      * by name and email address), the channel and the purpose it
      * covers, the day it was given and the day it was withdrawn.
      * A withdrawal closes the row; consenting again adds a new one,
      * so the file is the whole history. conschk.cbl reads it for
      * every mailing, consrpt.cbl for the monthly report.
      *****************************************************************
       01 CNS-RECORD.
      * Zero for a person who is not a client.
           05 CNS-CLI-ID            PIC 9(04).
           05 FILLER                PIC X(01).
           05 CNS-NAME              PIC X(15).
           05 FILLER                PIC X(01).
           05 CNS-FNAME             PIC X(15).
           05 FILLER                PIC X(01).
           05 CNS-EMAIL             PIC X(50).
           05 FILLER                PIC X(01).
           05 CNS-CHANNEL           PIC X(01).
               88 CNS-CHANNEL-EMAIL           VALUE "E".
               88 CNS-CHANNEL-POST            VALUE "P".
               88 CNS-CHANNEL-PHONE           VALUE "T".
           05 FILLER                PIC X(01).
      * Service is what the account itself needs (statements,
      * notices, letters); marketing is anything we would like to
      * sell them.
           05 CNS-PURPOSE           PIC X(01).
               88 CNS-PURPOSE-SERVICE         VALUE "S".
               88 CNS-PURPOSE-MARKETING       VALUE "M".
           05 FILLER                PIC X(01).
           05 CNS-GIVEN             PIC 9(08).
           05 FILLER                PIC X(01).
      * Zero while the consent stands.
           05 CNS-WITHDRAWN         PIC 9(08).
           05 FILLER                PIC X(01).
           05 CNS-OPERATOR          PIC X(08).
