      *> Dormancy release log record - one row every time a supervisor
      *> releases an account from dormancy, so activity straight
      *> after a release can be watched.
       01 dl-release-record.
           05 dl-acc-id            pic 9(5).
           05 dl-rel-date          pic 9(8).
           05 dl-rel-time          pic 9(8).
           05 dl-oper-id           pic x(04).
