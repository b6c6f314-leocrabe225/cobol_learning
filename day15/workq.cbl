           05 FILLER PIC X(46) VALUE
               "output/proposed-clients.txt         000000".
           05 FILLER PIC X(46) VALUE
               "output/orders-exceptions.txt        022008".
           05 FILLER PIC X(46) VALUE
               "output/payments-exceptions.txt      022008".
           05 FILLER PIC X(46) VALUE
               "output/police-rejets.txt            008008".
           05 FILLER PIC X(46) VALUE
               "output/users-rejects.dat            000000".
           05 FILLER PIC X(46) VALUE
               "data/backorders.txt                 027008".
           05 FILLER PIC X(46) VALUE
               "data/credit-pending.txt             022008".
           05 FILLER PIC X(46) VALUE
               "output/bank-suspense.txt            000000".
           05 FILLER PIC X(46) VALUE
