      *> Customer change-history record - one row per amendment to a
      *> customer's master details, per merge of a duplicate and per
      *> account relationship added or ended, written as an
      *> append-only audit trail: who changed what, when, and what it
      *> said before.
       01 ch-change-record.
           05 ch-cust-id           pic 9(5).
           05 ch-change-date       pic 9(8).
               88 ch-addr-change       value "AD".
               88 ch-phone-change      value "PH".
               88 ch-merge             value "MG".
               88 ch-rel-added         value "RA".
               88 ch-rel-ended         value "RE".
           05 ch-old-value         pic x(40).
           05 ch-new-value         pic x(40).
