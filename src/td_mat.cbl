       identification division.
       program-id. td_mat.

      *> Nightly term-deposit maturity run - walks the account master
      *> for term deposits whose maturity date has come round and
      *> settles each one by its instruction. The interest accrued
      *> since the last month-end posting is capitalized first, in
      *> an "IN" entry the same as int_post's, so the customer is
      *> paid for every day of the term. A pay-out deposit then has
      *> its available money moved to the linked checking account in
      *> a "TR" entry and goes back to awaiting an opening deposit;
      *> a roll-over deposit starts another term of the same length
      *> from its maturity date. Every deposit settled, and every
      *> one that could not be, goes on the TDMATRPT run report.

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

           select report-file assign to "TDMATRPT"
               organization is line sequential
               file status is report-file-status.

       data division.
       file section.
       fd account-file.
       copy "acctrec.cpy".

       fd control-file.
       copy "ctlrec.cpy".

       fd transaction-file.
       copy "txnrec.cpy".

       fd report-file.
       01 report-line pic x(80).

       working-storage section.

      *> File status codes
       01 account-file-status pic x(02).
       01 control-file-status pic x(02).
       01 transaction-file-status pic x(02).
       01 report-file-status pic x(02).

      *> The deposit being settled, saved while the linked account is
      *> read into the same record area
       01 td-acc-id pic 9(5).
       01 td-link-acc pic 9(5).
      *> The day the next term of a rolled-over deposit starts
       01 term-start-date pic 9(8).

      *> The whole-cent part of the deposit's accrued interest, and
      *> what a pay-out moves - the balance less anything held
       01 interest-amount pic s9(9)v99.
       01 payout-amount pic s9(9)v99.

      *> Why a pay-out could not be made
       01 payout-flag pic x(01).
           88 payout-refused value "Y".
       01 refuse-reason pic x(30).

      *> Run totals
       01 run-date pic 9(8).
       01 deposits-read pic 9(5) value 0.
       01 deposits-paid pic 9(5) value 0.
       01 deposits-rolled pic 9(5) value 0.
       01 deposits-refused pic 9(5) value 0.
       01 deposits-emptied pic 9(5) value 0.
       01 paid-total pic 9(11)v99 value 0.

      *> Edited amount copies for the run report
       01 amount-ed pic z(10)9.99.
       01 detail-line pic x(80).

       procedure division.
           accept run-date from date yyyymmdd.
           perform open-files.
           perform settle-all-deposits.
           perform print-summary.
           perform close-files.
           display "Term deposit maturity complete - " deposits-paid
               " paid out, " deposits-rolled " rolled over, "
               deposits-refused " not paid, " deposits-emptied
               " emptied" end-display.
           goback.

       *> Procedure to open the account, control and journal files and
       *> the run report
       open-files.
           open output report-file.
           open i-o account-file.
           if account-file-status = "35"
               display "Account file not found - nothing to settle"
                   end-display
               perform print-summary
               close account-file
               close report-file
               goback
           end-if.
           open i-o control-file.
           if control-file-status = "35"
               open output control-file
               close control-file
               open i-o control-file
           end-if.
           open extend transaction-file.

       *> Procedure to walk every account on the master file
       settle-all-deposits.
           move low-values to fm-acc-id.
           start account-file key is greater than fm-acc-id
               invalid key
                   move "10" to account-file-status
           end-start.
           perform settle-one-deposit until account-file-status = "10".

       *> Procedure to read the next account and settle it when it is
       *> a term deposit that has started and reached its maturity
       *> date. A pay-out reads the linked account into the record
       *> area, so the walk is picked up again after this deposit's
       *> key once it is settled.
       settle-one-deposit.
           read account-file next record
               at end
                   move "10" to account-file-status
                   exit paragraph
           end-read.
           if not fm-acc-term or fm-td-mat-date = 0
               or fm-td-mat-date > run-date
               exit paragraph
           end-if.
           add 1 to deposits-read end-add.
           move fm-acc-id to td-acc-id.
           move fm-td-link-acc to td-link-acc.
           perform capitalize-interest.
           if fm-acc-bal = 0
               perform clear-empty-deposit
               exit paragraph
           end-if.
           if fm-td-roll-over
               perform roll-over-deposit
           else
               perform pay-out-deposit
               move td-acc-id to fm-acc-id
               start account-file key is greater than fm-acc-id
                   invalid key
                       move "10" to account-file-status
               end-start
           end-if.

       *> Procedure to capitalize the whole-cent part of the
       *> deposit's accrued interest - the same truncating move and
       *> same-rewrite guard int_post uses, so the residue stays on
       *> the accrual and a rerun cannot credit it twice
       capitalize-interest.
           move fm-acc-accr-int to interest-amount.
           if interest-amount not > 0
               exit paragraph
           end-if.
           subtract interest-amount from fm-acc-accr-int end-subtract.
           add interest-amount to fm-acc-bal end-add.
           rewrite fm-account-record end-rewrite.
           perform add-interest-to-control-total.
           move "IN" to tj-txn-type.
           move 0 to tj-src-acc.
           move fm-acc-id to tj-dest-acc.
           move interest-amount to tj-amount.
           move 0 to tj-src-run-bal.
           move fm-acc-bal to tj-dest-run-bal.
           perform write-journal-entry.

       *> Procedure to carry capitalized interest onto the shop's
       *> running control total - it is new money on the books
       add-interest-to-control-total.
           move "T" to ct-key.
           read control-file key is ct-key
               invalid key
                   display "Control record not found - control "
                       "total not updated for account " fm-acc-id
                       end-display
           end-read.
           if control-file-status = "00"
               add interest-amount to ct-total end-add
               rewrite ct-control-record end-rewrite
           end-if.

       *> Procedure to end the term of a deposit emptied before it
       *> matured - there is nothing to roll over or pay out, so it
       *> waits for a new opening deposit to start another term, the
       *> way a deposit emptied by its pay-out does
       clear-empty-deposit.
           move 0 to fm-td-mat-date.
           move 0 to fm-td-brk-date.
           rewrite fm-account-record end-rewrite.
           add 1 to deposits-emptied end-add.
           move spaces to detail-line.
           string "ENDED account " delimited by size
               td-acc-id delimited by size
               " - empty at maturity, term cleared" delimited by size
               into detail-line
           end-string.
           move detail-line to report-line.
           write report-line end-write.

       *> Procedure to start the deposit's next term from the day the
       *> last one matured, so a run held over a night does not
       *> shift the customer's dates
       roll-over-deposit.
           move fm-td-mat-date to term-start-date.
           call "td_matd" using term-start-date fm-td-term
               fm-td-mat-date
           end-call.
           move 0 to fm-td-brk-date.
           rewrite fm-account-record end-rewrite.
           add 1 to deposits-rolled end-add.
           move fm-acc-bal to amount-ed.
           move spaces to detail-line.
           string "ROLLED account " delimited by size
               td-acc-id delimited by size
               " balance " delimited by size
               amount-ed delimited by size
               " to mature " delimited by size
               fm-td-mat-date delimited by size
               into detail-line
           end-string.
           move detail-line to report-line.
           write report-line end-write.

       *> Procedure to move the deposit's available money to its
       *> linked checking account. The linked account is checked
       *> before either balance is touched, so a refusal never leaves
       *> the money half-moved - a refused deposit stays matured, open
       *> to the counter, and is tried again the next night.
       pay-out-deposit.
           move "N" to payout-flag.
           compute payout-amount = fm-acc-bal - fm-acc-held
           end-compute.
           if payout-amount not > 0
               move "nothing available to pay out" to refuse-reason
               perform report-refused-payout
               exit paragraph
           end-if.
           move td-link-acc to fm-acc-id.
           read account-file key is fm-acc-id
               invalid key
                   move "linked account not found" to refuse-reason
                   move "Y" to payout-flag
           end-read.
           if not payout-refused and fm-acc-dormant
               move "linked account dormant" to refuse-reason
               move "Y" to payout-flag
           end-if.
           if not payout-refused
               and payout-amount + fm-acc-bal > 999999999.99
               move "linked account balance limit" to refuse-reason
               move "Y" to payout-flag
           end-if.
           if payout-refused
               perform report-refused-payout
               exit paragraph
           end-if.
           add payout-amount to fm-acc-bal end-add.
           rewrite fm-account-record end-rewrite.
           move fm-acc-bal to tj-dest-run-bal.

           move td-acc-id to fm-acc-id.
           read account-file key is fm-acc-id end-read.
           subtract payout-amount from fm-acc-bal end-subtract.
      *> Emptied, the deposit waits for a new opening deposit to
      *> start another term.
           if fm-acc-bal = 0
               move 0 to fm-td-mat-date
           end-if.
           move 0 to fm-td-brk-date.
           rewrite fm-account-record end-rewrite.
           move fm-acc-bal to tj-src-run-bal.

           move "TR" to tj-txn-type.
           move td-acc-id to tj-src-acc.
           move td-link-acc to tj-dest-acc.
           move payout-amount to tj-amount.
           perform write-journal-entry.
           add 1 to deposits-paid end-add.
           add payout-amount to paid-total end-add.
           move payout-amount to amount-ed.
           move spaces to detail-line.
           string "PAID account " delimited by size
               td-acc-id delimited by size
               " amount " delimited by size
               amount-ed delimited by size
               " to account " delimited by size
               td-link-acc delimited by size
               into detail-line
           end-string.
           move detail-line to report-line.
           write report-line end-write.

       *> Procedure to put a pay-out that could not be made on the run
       *> report so it can be chased
       report-refused-payout.
           add 1 to deposits-refused end-add.
           move spaces to detail-line.
           string "NOT PAID account " delimited by size
               td-acc-id delimited by size
               " to account " delimited by size
               td-link-acc delimited by size
               " - " delimited by size
               refuse-reason delimited by size
               into detail-line
           end-string.
           move detail-line to report-line.
           write report-line end-write.

       *> Procedure to stamp and append the journal entry in the
       *> record area, posted under the maturity run's own id
       write-journal-entry.
           accept tj-txn-date from date yyyymmdd.
           accept tj-txn-time from time.
           move 0 to tj-ref-date.
           move 0 to tj-ref-time.
           move "TDMT" to tj-oper-id.
           call "jrn_chn" using tj-transaction-record
           end-call.
           write tj-transaction-record.

       *> Procedure to print the run totals at the foot of the report
       print-summary.
           move paid-total to amount-ed.
           move spaces to report-line.
           string "Term deposit maturity for " delimited by size
               run-date delimited by size
               " - " delimited by size
               deposits-read delimited by size
               " due, paid out " delimited by size
               amount-ed delimited by size
               into report-line
           end-string.
           write report-line end-write.

       *> Procedure to close every open file
       close-files.
           close account-file.
           close control-file.
           close transaction-file.
           close report-file.

       end program td_mat.
