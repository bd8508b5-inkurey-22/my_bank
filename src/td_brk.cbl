       identification division.
       program-id. td_brk.

      *> Supervisor term-deposit early break - lets a customer have
      *> their money out of a term deposit before it matures. The
      *> break charges a penalty of ninety days' interest at the
      *> deposit's own rate, journalled under its own "PN" type so
      *> the statement and the activity report show it as a
      *> penalty, not a withdrawal or a fee, and forfeits whatever
      *> interest has accrued but not yet been capitalized. The
      *> account is then open to the counter and to transfers for
      *> the rest of the day. Run from the supervisor's console,
      *> like the overdraft grant - breaking a term is not a teller
      *> matter.

       environment division.
       input-output section.
       file-control.
           select account-file assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is fm-acc-id
               file status is account-file-status.

           select control-file assign to "CTLFILE"
               organization is indexed
               access mode is dynamic
               record key is ct-key
               file status is control-file-status.

           select transaction-file assign to "TXNJRNL"
               organization is line sequential
               file status is transaction-file-status.

       data division.
       file section.
       fd account-file.
       copy "acctrec.cpy".

       fd control-file.
       copy "ctlrec.cpy".

       fd transaction-file.
       copy "txnrec.cpy".

       working-storage section.

      *> File status codes
       01 account-file-status pic x(02).
       01 control-file-status pic x(02).
       01 transaction-file-status pic x(02).

       01 break-acc pic 9(5).
       01 confirm-answer pic x(01).
       01 today-date pic 9(8).

      *> Days of interest the break costs the customer, at the
      *> deposit's fixed annual rate over a 360-day year
       01 penalty-days pic 9(3) value 90.
       01 penalty-amount pic 9(9)v99.
      *> What the penalty may take - the balance less any money
      *> under a funds hold, which cannot be charged
       01 available-amount pic s9(9)v99.

      *> Edited copies of the amounts for the displays
       01 balance-ed pic -(9)9.99.
       01 penalty-ed pic z(8)9.99.
       01 rate-ed pic 9.9999.

      *> The signed-on supervisor, stamped on the penalty entry
       01 oper-id pic x(04).
       01 oper-role pic x(01).
       01 sgn-return-code pic 9(1).

       procedure division.
           perform supervisor-sign-on.
           display "Term deposit to break: " with no advancing
               end-display.
           accept break-acc end-accept.
           open i-o account-file.
           if account-file-status = "35"
               display "Account file not found" end-display
               close account-file
               goback
           end-if.
           move break-acc to fm-acc-id.
           read account-file key is fm-acc-id
               invalid key
                   display "Account not found" end-display
                   close account-file
                   goback
           end-read.
           accept today-date from date yyyymmdd.
           perform check-breakable.
           perform work-out-penalty.
           perform confirm-break.
           if confirm-answer not = "Y"
               display "Early break abandoned" end-display
               close account-file
               goback
           end-if.
           subtract penalty-amount from fm-acc-bal end-subtract.
           move 0 to fm-acc-accr-int.
           move today-date to fm-td-brk-date.
      *> Emptied, a term deposit waits for a new opening deposit to
      *> start another term.
           if fm-acc-bal = 0
               move 0 to fm-td-mat-date
           end-if.
           rewrite fm-account-record end-rewrite.
           close account-file.
           if penalty-amount > 0
               perform post-penalty-control-total
               perform post-penalty-journal
           end-if.
           move fm-acc-bal to balance-ed.
           display "Term deposit " break-acc " broken - balance "
               balance-ed " may be paid out today" end-display.
           goback.

       *> Procedure to sign the supervisor on before anything is
       *> shown - an early break is a supervisor decision, and the
       *> penalty entry carries who made it
       supervisor-sign-on.
           call "oper_sgn" using oper-id oper-role sgn-return-code
           end-call.
           if sgn-return-code not = 0
               display "Sign-on refused" end-display
               goback
           end-if.
           if oper-role not = "S"
               display "Term deposit early break needs a supervisor"
                   end-display
               goback
           end-if.

       *> Procedure to refuse anything that is not a running term -
       *> a deposit that has not started has nothing to break, one
       *> that has matured is free to pay out anyway, and one broken
       *> today must not be charged twice
       check-breakable.
           if not fm-acc-term
               display "Account " break-acc " is not a term deposit"
                   end-display
               close account-file
               goback
           end-if.
           if fm-td-mat-date = 0
               display "Term deposit has not started - nothing to "
                   "break" end-display
               close account-file
               goback
           end-if.
           if today-date >= fm-td-mat-date
               display "Term deposit has matured - no break needed"
                   end-display
               close account-file
               goback
           end-if.
           if fm-td-brk-date = today-date
               display "Term deposit already broken today"
                   end-display
               close account-file
               goback
           end-if.

       *> Procedure to work out the penalty - never more than the
       *> available balance, so a break can never leave the deposit
       *> owing or charge money under a funds hold
       work-out-penalty.
           move 0 to penalty-amount.
           compute available-amount = fm-acc-bal - fm-acc-held
           end-compute.
           if available-amount > 0
               compute penalty-amount rounded =
                   fm-acc-bal * fm-td-rate * penalty-days / 360
               end-compute
               if penalty-amount > available-amount
                   move available-amount to penalty-amount
               end-if
           end-if.

       *> Procedure to show the supervisor what the break costs and
       *> ask for an explicit go-ahead
       confirm-break.
           move fm-acc-bal to balance-ed.
           move penalty-amount to penalty-ed.
           move fm-td-rate to rate-ed.
           display "Balance " balance-ed " at " rate-ed
               ", matures " fm-td-mat-date end-display.
           display "Early break penalty " penalty-ed
               " - unposted interest is forfeited" end-display.
           display "Break this term deposit (Y/N)? "
               with no advancing end-display.
           accept confirm-answer end-accept.

       *> Procedure to take the penalty off the shop's running
       *> control total - it leaves the customer's account for the
       *> shop's own books the same way a fee does
       post-penalty-control-total.
           open i-o control-file.
           move "T" to ct-key.
           read control-file key is ct-key
               invalid key
                   display "Control record not found - control "
                       "total not updated" end-display
                   close control-file
                   exit paragraph
           end-read.
           subtract penalty-amount from ct-total end-subtract.
           rewrite ct-control-record end-rewrite.
           close control-file.

       *> Procedure to journal the penalty under its own "PN" type
       post-penalty-journal.
           move "PN" to tj-txn-type.
           move break-acc to tj-src-acc.
           move 0 to tj-dest-acc.
           move penalty-amount to tj-amount.
           move fm-acc-bal to tj-src-run-bal.
           move 0 to tj-dest-run-bal.
           accept tj-txn-date from date yyyymmdd.
           accept tj-txn-time from time.
           move 0 to tj-ref-date.
           move 0 to tj-ref-time.
           move oper-id to tj-oper-id.
           open extend transaction-file.
           call "jrn_chn" using tj-transaction-record
           end-call.
           write tj-transaction-record.
           close transaction-file.

       end program td_brk.
