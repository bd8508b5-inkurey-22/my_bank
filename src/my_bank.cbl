               organization is line sequential
               file status is outbound-pending-file-status.

           select drawer-file assign to "DRAWER"
               organization is indexed
               access mode is dynamic
               record key is dr-oper-id
               file status is drawer-file-status.

           select drawer-history-file assign to "DRWHIST"
               organization is line sequential
               file status is drawer-history-file-status.

       data division.
       file section.
       fd account-file.
       fd outbound-pending-file.
       copy "obxrec.cpy".

       fd drawer-file.
       copy "drwrec.cpy".

      *> A closed drawer's row, appended whole from dr-drawer-record
       fd drawer-history-file.
       01 drawer-history-line pic x(92).

       working-storage section.

      *> File status codes
       01 lockout-file-status pic x(02).
       01 standing-order-file-status pic x(02).
       01 outbound-pending-file-status pic x(02).
       01 drawer-file-status pic x(02).
       01 drawer-history-file-status pic x(02).

      *> Number of bad passwords allowed before an account is locked
       01 fail-threshold pic 9(1) value 3.
       01 day-limit-flag pic x(01).
           88 day-limit-blocked value "Y".

      *> Set when the term deposit in hand is still inside its term
      *> with no early break approved for today - no money may move
      *> in or out of it over the counter
       01 term-lock-flag pic x(01).
           88 term-locked value "Y".
       01 rate-display-ed pic 9.9999.

      *> The other bank's routing and account numbers for an outbound
      *> payment instruction
       01 ext-routing pic 9(9).
      *> to show its minus sign.
       01 balance-display-ed pic -(9)9.99.

      *> The account's available balance - the ledger balance less
      *> any funds held against it - signed, since a hold can be
      *> larger than what the account has in it
       01 available-amount pic s9(9)v99.

      *> Fields passed to the acct_add subprogram, shared with the
      *> bulk onboarding batch job
       01 la-acc-id pic 9(5).
       01 la-cust-name pic x(30).
       01 la-cust-addr pic x(40).
       01 la-cust-phone pic x(15).
       01 la-td-terms.
           05 la-td-term pic 9(3).
           05 la-td-rate pic 9v9(4).
           05 la-td-instr pic x(01).
           05 la-td-link-acc pic 9(5).
       01 la-return-code pic 9(1).

      *> Fields passed to the xfer_post subprogram, shared with the
       01 signed-on-flag pic x(01) value "N".
           88 signed-on value "Y".

      *> The operator's cash drawer - cash deposits and withdrawals
      *> are only taken while one is open, so every note over the
      *> counter is answered for when the drawer is balanced
       01 drawer-open-flag pic x(01).
           88 drawer-is-open value "Y".
       01 drawer-on-file-flag pic x(01).
           88 drawer-on-file value "Y".
       01 drawer-answer pic x(01).
       01 drawer-float pic 9(7)v99.
       01 drawer-count-total pic 9(7)v99.
       01 drawer-count-ed pic z(6)9.99.
       01 denom-sub pic 9(1).
       01 denom-value-ed pic zz9.

      *> The note denominations counted at close, in the order of
      *> dr-denom-count
       01 denom-values.
           05 filler pic 9(3) value 100.
           05 filler pic 9(3) value 50.
           05 filler pic 9(3) value 20.
           05 filler pic 9(3) value 10.
           05 filler pic 9(3) value 5.
           05 filler pic 9(3) value 1.
       01 denom-value-table redefines denom-values.
           05 denom-value pic 9(3) occurs 6 times.

       procedure division.
           perform ensure-files-exist.
           perform operator-sign-on.
           if signed-on
               perform open-cash-drawer
               perform main
           end-if.
           perform end-prog.

       *> Main procedure to handle user actions
       main.
           perform until action = 12
               display "Select an action: " end-display
               display "1. Initialize Account" end-display
               display "2. Display Account" end-display
               display "8. Cancel standing order" end-display
               display "9. Send payment to another bank" end-display
               display "10. Change account password" end-display
               display "11. Close cash drawer" end-display
               display "12. Exit" end-display
               display "-> " with no advancing end-display
               accept action end-accept
               display " " end-display
                   when 10
                       perform change-password
                   when 11
                       perform close-cash-drawer
                   when 12
                       continue
                   when other
                       display "Invalid action" end-display
       *> Procedure to initialize a new account - the actual work is
       *> shared with the bulk onboarding batch job through acct_add
       init-acc.
           display "Account type (C=Checking, S=Savings, T=Term "
               "deposit): " with no advancing end-display.
           accept la-acc-type end-accept.
           if la-acc-type not = "C" and la-acc-type not = "S"
               and la-acc-type not = "T"
               display "Invalid account type" end-display
               display " " end-display
               exit paragraph
           end-if
           move 0 to la-td-term.
           move 0 to la-td-rate.
           move space to la-td-instr.
           move 0 to la-td-link-acc.
           if la-acc-type = "T"
               display "Term in months: " with no advancing
                   end-display
               accept la-td-term end-accept
               display "Fixed annual rate (e.g. 0.0450): "
                   with no advancing end-display
               accept la-td-rate end-accept
               display "At maturity (P=Pay out, R=Roll over): "
                   with no advancing end-display
               accept la-td-instr end-accept
               if la-td-instr = "P"
                   display "Checking account to pay out to: "
                       with no advancing end-display
                   accept la-td-link-acc end-accept
               end-if
           end-if
           display "Create password: " with no advancing end-display.
           accept passwd-buffer1 end-accept.
           display "Confirm password: " with no advancing end-display.
           move spaces to passwd-buffer2
           call "acct_add" using la-acc-id la-acc-password la-acc-type
               la-cust-id la-cust-name la-cust-addr la-cust-phone
               la-td-terms la-return-code
           end-call
           evaluate la-return-code
               when 0
                   display "Account created with ID: " la-acc-id
                       " for customer " la-cust-id end-display
                   if la-acc-type = "T"
                       display "The term starts with the opening "
                           "deposit" end-display
                   end-if
               when 2
                   display "Invalid account type" end-display
               when 3
                   display "Customer could not be created or linked"
                       end-display
               when 4
                   display "Invalid term deposit terms" end-display
               when other
                   display "Account ID already in use" end-display
           end-evaluate.
           end-if
           display "Account ID: " fm-acc-id end-display.
           move fm-acc-bal to balance-display-ed.
           display "Ledger Balance: " balance-display-ed end-display.
      *> The available balance is what the customer can draw on -
      *> the ledger balance less any funds held against it.
           compute available-amount = fm-acc-bal - fm-acc-held
           end-compute.
           move available-amount to balance-display-ed.
           display "Available Balance: " balance-display-ed
               end-display.
      *> The day's used allowance only counts when it belongs to
      *> today - an amount stamped with an earlier day has rolled
      *> over.
           end-if.
           display "Used of daily limit: " balance-display-ed
               end-display.
           if fm-acc-term
               move fm-td-rate to rate-display-ed
               display "Term deposit: " fm-td-term " months at "
                   rate-display-ed end-display
               if fm-td-mat-date = 0
                   display "Awaiting its opening deposit" end-display
               else
                   display "Matures on " fm-td-mat-date end-display
               end-if
               if fm-td-pay-out
                   display "Pays out to account " fm-td-link-acc
                       end-display
               else
                   display "Rolls over at maturity" end-display
               end-if
           end-if
           display " " end-display.
           close account-file.

       *> Procedure to add money to an account
       add-money.
           perform check-cash-drawer.
           if not drawer-is-open
               display "No cash drawer open - cash deposits need "
                   "an open drawer" end-display
               display " " end-display
               exit paragraph
           end-if
           display "Choose an account : " with no advancing end-display.
           accept dest-acc end-accept.
           open i-o account-file.
               close account-file
               exit paragraph
           end-if
           accept today-date from date yyyymmdd.
           perform check-term-lock.
           if term-locked
               display "Term deposit has not matured - supervisor "
                   "early break required" end-display
               display " " end-display
               close account-file
               exit paragraph
           end-if
           display "Amount to add: " with no advancing end-display.
           accept amount end-accept.
           add amount to fm-acc-bal end-add.
           move today-date to fm-acc-last-act.
      *> A term deposit's opening deposit starts its term.
           if fm-acc-term and fm-td-mat-date = 0
               call "td_matd" using today-date fm-td-term
                   fm-td-mat-date
               end-call
               display "Term deposit matures on " fm-td-mat-date
                   end-display
           end-if
           rewrite fm-account-record end-rewrite.
           close account-file.
           perform post-control-total.
       *> to a transfer source, with the withdrawal journalled so it
       *> shows as a debit on the account's statement.
       withdraw-money.
           perform check-cash-drawer.
           if not drawer-is-open
               display "No cash drawer open - cash withdrawals need "
                   "an open drawer" end-display
               display " " end-display
               exit paragraph
           end-if
           display "Choose an account : " with no advancing end-display.
           accept src-acc end-accept.
           open i-o account-file.
               close account-file
               exit paragraph
           end-if
           accept today-date from date yyyymmdd.
           perform check-term-lock.
           if term-locked
               display "Term deposit has not matured - supervisor "
                   "early break required" end-display
               display " " end-display
               close account-file
               exit paragraph
           end-if
           display "Amount to withdraw: " with no advancing end-display.
           accept amount end-accept.
      *> Money under a funds hold stays in the ledger balance but
      *> cannot be paid away - the test is against what is available.
           if amount > fm-acc-bal + fm-acc-od-limit - fm-acc-held
               display "Insufficient funds" end-display
               display " " end-display
               close account-file
               exit paragraph
           end-if
           perform check-daily-limit.
           if day-limit-blocked
               display "Daily limit reached - supervisor override "
           end-if
           subtract amount from fm-acc-bal end-subtract.
           move today-date to fm-acc-last-act.
      *> Emptied, a term deposit waits for a new opening deposit to
      *> start another term.
           if fm-acc-term and fm-acc-bal = 0
               move 0 to fm-td-mat-date
           end-if
           perform count-against-daily-limit.
           rewrite fm-account-record end-rewrite.
           close account-file.
                       end-display
               when 6
                   display "Amount exceeds the transfer limit for "
                       "this account type, or a term deposit has "
                       "not matured" end-display
               when 7
                   display "Source account is dormant - supervisor "
                       "release required" end-display
           if fm-acc-ovr-date = today-date
               exit paragraph
           end-if.
      *> The term lock is a term deposit's only limit - once it has
      *> matured or been broken its money moves out in one piece.
           if fm-acc-term
               exit paragraph
           end-if.
           move fm-acc-day-limit to effective-day-limit.
           if effective-day-limit = 0
               if fm-acc-savings
               close account-file
               exit paragraph
           end-if
      *> A term deposit inside its term can only be broken early
      *> by a supervisor - closing it would be a break with no
      *> penalty.
           accept today-date from date yyyymmdd.
           perform check-term-lock.
           if term-locked
               display "Term deposit has not matured - supervisor "
                   "early break required" end-display
               display " " end-display
               close account-file
               exit paragraph
           end-if
      *> Held money is spoken for - closing would pay it out through
      *> the archive while the hold still stands.
           if fm-acc-held > 0
               display "Account has funds on hold - release the "
                   "holds before closing" end-display
               display " " end-display
               close account-file
               exit paragraph
           end-if
           perform check-standing-orders.
           if order-blocks-close
               display "Account is the source of active standing "

           move fm-acc-id to ar-acc-id.
           move fm-acc-bal to ar-acc-bal.
           move fm-cust-id to ar-cust-id.
           move fm-acc-type to ar-acc-type.
           move fm-acc-bal to close-amount.
           accept ar-close-date from date yyyymmdd.
           accept ar-close-time from time.

           delete account-file record end-delete.
           close account-file.
           display "Standing order " order-id " set up" end-display.
           display " " end-display.

       *> Procedure to decide whether the term deposit in the record
       *> area is still locked away: its term has started, its
       *> maturity date has not come round, and no supervisor has
       *> approved an early break for today. Any other product is
       *> never locked.
       check-term-lock.
           move "N" to term-lock-flag.
           if fm-acc-term and fm-td-mat-date not = 0
               and today-date < fm-td-mat-date
               and fm-td-brk-date not = today-date
               move "Y" to term-lock-flag
           end-if.

       *> Procedure to take the next standing-order number from the
       *> control record, the same way acct_add numbers a new account
       assign-order-id.
               close account-file
               exit paragraph
           end-if
           accept today-date from date yyyymmdd.
           perform check-term-lock.
           if term-locked
               display "Term deposit has not matured - supervisor "
                   "early break required" end-display
               display " " end-display
               close account-file
               exit paragraph
           end-if
           display "Receiving bank routing number: "
               with no advancing end-display.
           accept ext-routing end-accept.
           accept ext-account end-accept.
           display "Amount to send: " with no advancing end-display.
           accept amount end-accept.
      *> Money under a funds hold stays in the ledger balance but
      *> cannot be paid away - the test is against what is available.
           if amount > fm-acc-bal + fm-acc-od-limit - fm-acc-held
               display "Insufficient funds" end-display
               display " " end-display
               close account-file
               exit paragraph
           end-if
           perform check-daily-limit.
           if day-limit-blocked
               display "Daily limit reached - supervisor override "
           end-if
           subtract amount from fm-acc-bal end-subtract.
           move today-date to fm-acc-last-act.
      *> Emptied, a term deposit waits for a new opening deposit to
      *> start another term.
           if fm-acc-term and fm-acc-bal = 0
               move 0 to fm-td-mat-date
           end-if
           perform count-against-daily-limit.
           rewrite fm-account-record end-rewrite.
           close account-file.
           move 0 to tj-ref-time.
           move oper-id to tj-oper-id.
           open extend transaction-file.
           call "jrn_chn" using tj-transaction-record
           end-call.
           write tj-transaction-record.
           close transaction-file.

       *> Procedure to open the operator's cash drawer at sign-on with
       *> the float they have counted into it. A drawer still open
       *> from earlier in the shift carries on as it is; an operator
       *> taking no cash this session may decline, and is then refused
       *> cash deposits and withdrawals until they sign on again.
       open-cash-drawer.
           open i-o drawer-file.
           if drawer-file-status = "35"
               open output drawer-file
               close drawer-file
               open i-o drawer-file
           end-if.
           move "Y" to drawer-on-file-flag.
           move oper-id to dr-oper-id.
           read drawer-file key is dr-oper-id
               invalid key
                   move "N" to drawer-on-file-flag
           end-read.
           if drawer-on-file and dr-open
               display "Cash drawer open since " dr-open-date
                   end-display
               display " " end-display
               close drawer-file
               exit paragraph
           end-if.
           display "Open cash drawer (Y/N)? " with no advancing
               end-display.
           accept drawer-answer end-accept.
           if drawer-answer not = "Y"
               display "No cash drawer open - cash postings refused "
                   "this session" end-display
               display " " end-display
               close drawer-file
               exit paragraph
           end-if.
           display "Opening float counted: " with no advancing
               end-display.
           accept drawer-float end-accept.
           move oper-id to dr-oper-id.
           move "O" to dr-status.
           accept dr-open-date from date yyyymmdd.
           accept dr-open-time from time.
           move drawer-float to dr-open-float.
           move 0 to dr-close-date.
           move 0 to dr-close-time.
           move zeros to dr-denom-table.
           move 0 to dr-coin-amount.
           move 0 to dr-close-count.
           if drawer-on-file
               rewrite dr-drawer-record end-rewrite
           else
               write dr-drawer-record end-write
           end-if.
           close drawer-file.
           move drawer-float to drawer-count-ed.
           display "Cash drawer opened with float " drawer-count-ed
               end-display.
           display " " end-display.

       *> Procedure to find whether the operator has a cash drawer
       *> open - read fresh each time, since the drawer may have been
       *> closed from another session
       check-cash-drawer.
           move "N" to drawer-open-flag.
           open input drawer-file.
           if drawer-file-status = "35"
               close drawer-file
               exit paragraph
           end-if.
           move oper-id to dr-oper-id.
           read drawer-file key is dr-oper-id
               invalid key
                   close drawer-file
                   exit paragraph
           end-read.
           if dr-open
               move "Y" to drawer-open-flag
           end-if.
           close drawer-file.

       *> Procedure to close the operator's cash drawer at the end of
       *> the shift with the cash counted out of it by denomination.
       *> The count is taken blind - the expected figure is only
       *> compared on drw_bal's balancing report - and the closed
       *> drawer is appended to DRWHIST for that report.
       close-cash-drawer.
           open i-o drawer-file.
           if drawer-file-status = "35"
               display "No cash drawer open" end-display
               display " " end-display
               close drawer-file
               exit paragraph
           end-if.
           move oper-id to dr-oper-id.
           read drawer-file key is dr-oper-id
               invalid key
                   display "No cash drawer open" end-display
                   display " " end-display
                   close drawer-file
                   exit paragraph
           end-read.
           if not dr-open
               display "No cash drawer open" end-display
               display " " end-display
               close drawer-file
               exit paragraph
           end-if.
           display "Count the drawer by denomination" end-display.
           move 0 to drawer-count-total.
           perform count-one-denomination
               varying denom-sub from 1 by 1 until denom-sub > 6.
           display "Loose coin (amount): " with no advancing
               end-display.
           accept dr-coin-amount end-accept.
           add dr-coin-amount to drawer-count-total end-add.
           move drawer-count-total to drawer-count-ed.
           display "Counted total " drawer-count-ed end-display.
           display "Close the drawer with this count (Y/N)? "
               with no advancing end-display.
           accept drawer-answer end-accept.
           if drawer-answer not = "Y"
               display "Drawer left open" end-display
               display " " end-display
               close drawer-file
               exit paragraph
           end-if.
           move "C" to dr-status.
           accept dr-close-date from date yyyymmdd.
           accept dr-close-time from time.
           move drawer-count-total to dr-close-count.
           rewrite dr-drawer-record end-rewrite.
           close drawer-file.
           move dr-drawer-record to drawer-history-line.
           open extend drawer-history-file.
           write drawer-history-line end-write.
           close drawer-history-file.
           display "Cash drawer closed" end-display.
           display " " end-display.

       *> Procedure to take the count of one note denomination and
       *> fold its value into the drawer's counted total
       count-one-denomination.
           move denom-value (denom-sub) to denom-value-ed.
           display "Notes of " denom-value-ed ": " with no advancing
               end-display.
           accept dr-denom-count (denom-sub) end-accept.
           compute drawer-count-total = drawer-count-total
               + dr-denom-count (denom-sub) * denom-value (denom-sub)
           end-compute.

       *> Procedure to end the program
       end-prog.
           display "Ending program" end-display.
