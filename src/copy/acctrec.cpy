           05 fm-acc-od-limit      pic 9(7)v99.
      *> Product type/interest tier - checking accounts and savings
      *> accounts are subject to different transfer limits and earn
      *> interest at different rates. A term deposit is locked away
      *> until its maturity date and earns its own fixed rate.
           05 fm-acc-type          pic x(01).
               88 fm-acc-checking      value "C".
               88 fm-acc-savings       value "S".
               88 fm-acc-term          value "T".
      *> Failed-password tracking, used to lock an account out after
      *> too many bad attempts.
           05 fm-acc-fail-count    pic 9(02).
      *> this account for - its guard against charging a month
      *> twice, the way fm-acc-accr-date guards the nightly accrual.
           05 fm-acc-fee-period    pic 9(6).
      *> Total of the active funds holds on the account (the hold
      *> file carries each one) - kept here so every debit path can
      *> test the available balance, fm-acc-bal less this, without a
      *> hold file scan. Placing, releasing and expiring a hold are
      *> the only things that move it.
           05 fm-acc-held          pic 9(9)v99.
      *> Term deposit terms, zero on every other product: the term
      *> in months, the fixed annual rate, and what happens at
      *> maturity - paid out to the linked checking account, or
      *> rolled over for another term. The maturity date stays zero
      *> until the opening deposit arrives and starts the term.
      *> Money may not move in or out before maturity unless a
      *> supervisor has approved an early break (td_brk), which
      *> stamps fm-td-brk-date and opens the account for that day.
           05 fm-td-term           pic 9(3).
           05 fm-td-mat-date       pic 9(8).
           05 fm-td-rate           pic 9v9(4).
           05 fm-td-instr          pic x(01).
               88 fm-td-pay-out        value "P".
               88 fm-td-roll-over      value "R".
           05 fm-td-link-acc       pic 9(5).
           05 fm-td-brk-date       pic 9(8).
