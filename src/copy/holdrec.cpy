      *> Funds hold record - one row per hold a supervisor places on
      *> part of an account's money. A held amount stays in the
      *> ledger balance but comes off the available balance every
      *> debit path tests, so it cannot be withdrawn, transferred out
      *> or charged while the hold stands. A released or expired hold
      *> stays on file for the audit trail, the way a cancelled
      *> standing order does.
       01 hd-hold-record.
           05 hd-hold-id           pic 9(5).
           05 hd-acc-id            pic 9(5).
           05 hd-amount            pic 9(9)v99.
           05 hd-reason            pic x(02).
               88 hd-legal-garnish     value "LG".
               88 hd-uncleared-credit  value "UC".
               88 hd-dispute           value "DS".
      *> The last day the hold applies - the nightly hold_exp run
      *> releases it that night. A hold with no end date (a
      *> garnishment lifted only by court order) carries all nines.
           05 hd-expiry-date       pic 9(8).
           05 hd-status            pic x(01).
               88 hd-active            value "A".
               88 hd-released          value "R".
               88 hd-expired           value "E".
           05 hd-placed-date       pic 9(8).
           05 hd-placed-by         pic x(04).
      *> When and by whom the hold stopped applying - a supervisor's
      *> early release, or the expiry run's own id.
           05 hd-ended-date        pic 9(8).
           05 hd-ended-by          pic x(04).
