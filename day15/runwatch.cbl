           05 LOG-IN-EVENT        PIC X(08).
           05 FILLER              PIC X(05).
           05 LOG-IN-RC           PIC 9(04).
           05 LOG-IN-NOTE         PIC X(30).
           05 FILLER              PIC X(09).

       FD EOD-LOG-INPUT.
       COPY eodlog.
