      *> Suspicious activity case record - one row per pattern the
      *> nightly monitoring run raised against a customer, worked by
      *> compliance until a supervisor closes it with a disposition.
      *> While a case is open the run refreshes its figures instead
      *> of raising another; once it is closed the same pattern is
      *> only raised again for activity after the closing date.
       01 cs-case-record.
           05 cs-case-id           pic 9(5).
           05 cs-cust-id           pic 9(5).
           05 cs-pattern           pic x(02).
               88 cs-structuring       value "ST".
               88 cs-pass-through      value "PT".
               88 cs-post-release      value "DR".
               88 cs-new-payees        value "NP".
           05 cs-raised-date       pic 9(8).
      *> The latest activity behind the alert, and how many postings
      *> (or new payees) and how much money it covers
           05 cs-last-date         pic 9(8).
           05 cs-count             pic 9(5).
           05 cs-amount            pic 9(11)v99.
           05 cs-status            pic x(01).
               88 cs-open              value "O".
               88 cs-closed            value "C".
           05 cs-closed-date       pic 9(8).
           05 cs-closed-by         pic x(04).
           05 cs-disposition       pic x(01).
               88 cs-no-action         value "N".
               88 cs-reported          value "R".
           05 cs-note              pic x(60).
