      *****************************************************************
      * MDTRCD - Direct-debit mandate master (data/mandats.txt), one
      * row per client who has signed one, kept by ddmandat.cbl.
      * ddcollect.cbl only presents a premium invoice to the bank
      * for a client whose mandate is ACTIVE and was signed on or
      * before the collection date. A revoked mandate stays on file
      * so the bank reference it carried can still be traced.
      *****************************************************************
       01 MDT-RECORD.
           05 MDT-CLI-ID            PIC 9(04).
           05 FILLER                PIC X(01).
      * The account the bank debits, as the client gave it (IBAN).
           05 MDT-BANK-REF          PIC X(34).
           05 FILLER                PIC X(01).
           05 MDT-DATE              PIC 9(08).
           05 FILLER                PIC X(01).
           05 MDT-STATUS            PIC X(07).
               88 MDT-STATUS-ACTIVE           VALUE "ACTIVE".
               88 MDT-STATUS-REVOKED          VALUE "REVOKED".
