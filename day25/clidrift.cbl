       77 WS-IDX                 PIC 9(03).
       77 WS-PER-FOUND-IDX       PIC 9(03).

       77 WS-MASTER-ONLY-CNT     PIC 9(04) VALUE 0.
       77 WS-TABLE-ONLY-CNT      PIC 9(03) VALUE 0.
       77 WS-DIFFER-CNT          PIC 9(04) VALUE 0.
       77 WS-DEACT-LIVE-CNT      PIC 9(04) VALUE 0.
       77 WS-FIELDS-DIFFER       PIC 9(01).
           88 WS-FIELDS-DIFFER-TRUE        VALUE 1.
           88 WS-FIELDS-DIFFER-FALSE       VALUE 0.
       0300-ONE-CLIENT-END.

      * Individus rows whose ID never came up while walking the
      * master. IDs past the four-digit client key land here too -
      * they can never have a master twin.
       0400-TABLE-ONLY-BEGIN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
