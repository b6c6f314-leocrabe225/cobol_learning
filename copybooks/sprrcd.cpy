      *****************************************************************
      * SPRRCD - Suppression list layout (one row of
      * data/suppressions.txt), kept by consmnt.cbl : a client or an
      * address that must not be contacted on a channel, whatever
      * consent is on file. Every run that writes to people asks
      * conschk.cbl first, and conschk refuses anything on this list.
      * A release dates the row instead of removing it.
      *****************************************************************
       01 SPR-RECORD.
      * Zero when the address alone is suppressed.
           05 SPR-CLI-ID            PIC 9(04).
           05 FILLER                PIC X(01).
           05 SPR-EMAIL             PIC X(50).
           05 FILLER                PIC X(01).
      * "E", "P" or "T" as on CNS-CHANNEL, or "*" for every channel.
           05 SPR-CHANNEL           PIC X(01).
               88 SPR-CHANNEL-ALL             VALUE "*".
           05 FILLER                PIC X(01).
           05 SPR-DATE              PIC 9(08).
           05 FILLER                PIC X(01).
           05 SPR-REASON            PIC X(20).
           05 FILLER                PIC X(01).
      * Zero while the suppression stands.
           05 SPR-RELEASED          PIC 9(08).
           05 FILLER                PIC X(01).
           05 SPR-OPERATOR          PIC X(08).
