      *> customer activity
       01 today-date pic 9(8).

      *> Set when the account in hand is a term deposit still inside
      *> its term with no early break approved for today
       01 term-lock-flag pic x(01).
           88 term-locked value "Y".

       linkage section.
       01 la-src-acc pic 9(5).
       01 la-dest-acc pic 9(5).
      *> 2 = source locked, 3 = insufficient funds,
      *> 4 = destination not found, 5 = destination limit reached,
      *> 6 = amount exceeds the source account type's transfer limit,
      *> or either account is a term deposit still inside its term
      *> with no supervisor-approved early break (td_brk) for today,
      *> 7 = source dormant, 8 = destination dormant - dormant
      *> accounts need a supervisor release (dorm_rel) before they
      *> can be posted to, 9 = the source account's daily cumulative
      *> The balance may go negative down to the account's approved
      *> overdraft limit - zero for an account with no facility, so
      *> this is the old cannot-overdraw rule for everyone else.
      *> Funds under a hold stay in the balance but cannot move.
           if la-amount > fm-acc-bal + fm-acc-od-limit - fm-acc-held
               move 3 to la-return-code
               exit paragraph
           end-if.
      *> A term deposit carries no per-transfer or daily limit -
      *> once it has matured or been broken its money moves out in
      *> one piece (check-daily-limit passes it too).
           evaluate true
               when fm-acc-savings
                   if la-amount > savings-transfer-limit
                       move 6 to la-return-code
                   end-if
               when fm-acc-checking
                   if la-amount > checking-transfer-limit
                       move 6 to la-return-code
                   end-if
               when fm-acc-term
                   perform check-term-lock
                   if term-locked
                       move 6 to la-return-code
                   end-if
      *> Neither checking, savings nor a term deposit - deny rather
      *> than let an unrecognized type transfer with no limit
      *> applied at all.
               when other
                   move 6 to la-return-code
           end-evaluate.
           if la-return-code = 0
               perform check-daily-limit
           end-if.
           if fm-acc-ovr-date = today-date
               exit paragraph
           end-if.
      *> The term lock is a term deposit's only limit.
           if fm-acc-term
               exit paragraph
           end-if.
           move fm-acc-day-limit to effective-day-limit.
           if effective-day-limit = 0
               if fm-acc-savings
               move 8 to la-return-code
               exit paragraph
           end-if.
           perform check-term-lock.
           if term-locked
               move 6 to la-return-code
               exit paragraph
           end-if.
           if la-amount + fm-acc-bal > 999999999.99
               move 5 to la-return-code
           end-if.

      *> Procedure to decide whether the account in hand is a term
      *> deposit still locked away: its term has started, its
      *> maturity date has not come round, and no supervisor has
      *> approved an early break for today
       check-term-lock.
           move "N" to term-lock-flag.
           if fm-acc-term and fm-td-mat-date not = 0
               and today-date < fm-td-mat-date
               and fm-td-brk-date not = today-date
               move "Y" to term-lock-flag
           end-if.

       *> Procedure to move the money and post it to the journal
       post-transfer.
           add la-amount to fm-acc-bal end-add.
           move today-date to fm-acc-last-act.
      *> A term deposit's opening deposit starts its term.
           if fm-acc-term and fm-td-mat-date = 0
               call "td_matd" using today-date fm-td-term
                   fm-td-mat-date
               end-call
           end-if.
           rewrite fm-account-record end-rewrite.
           move fm-acc-bal to tj-dest-run-bal.

           read account-file key is fm-acc-id end-read.
           subtract la-amount from fm-acc-bal end-subtract.
           move today-date to fm-acc-last-act.
      *> Emptied, a term deposit waits for a new opening deposit to
      *> start another term.
           if fm-acc-term and fm-acc-bal = 0
               move 0 to fm-td-mat-date
           end-if.
      *> Count the transfer against the source's daily debit limit,
      *> rolling the day over when the used amount belongs to an
      *> earlier one.
           move 0 to tj-ref-time.
           move la-oper-id to tj-oper-id.
           open extend transaction-file.
           call "jrn_chn" using tj-transaction-record
           end-call.
           write tj-transaction-record.
           close transaction-file.

