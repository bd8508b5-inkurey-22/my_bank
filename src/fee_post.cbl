      *> The same cover test a withdrawal gets: the balance may go
      *> negative only down to the approved overdraft limit. A
      *> waived account is stamped too - the charge is forgiven for
      *> the month and chased off the report, not retried. Held
      *> funds are not there to be charged against.
           if fee-amount > fm-acc-bal + fm-acc-od-limit - fm-acc-held
               rewrite fm-account-record end-rewrite
               add 1 to accounts-waived end-add
               add fee-amount to waived-total end-add
           move 0 to tj-ref-date.
           move 0 to tj-ref-time.
           move "FEEP" to tj-oper-id.
           call "jrn_chn" using tj-transaction-record
           end-call.
           write tj-transaction-record.

       *> Procedure to put a waived charge on the run report so it
