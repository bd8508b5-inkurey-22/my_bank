       identification division.
       program-id. int_chk.

      *> Nightly cross-file integrity run - the masters and logs are
      *> kept by different programs, and nothing else checks that
      *> they still agree with each other. This cross-checks them
      *> and lists every disagreement on the INTGRPT exceptions
      *> report:
      *>   accounts whose owner is not on CUSTMAST, and customers
      *>   with no open account, owned or held jointly;
      *>   active standing orders paying from or to an account that
      *>   is closed or not on file at all;
      *>   accounts overdrawn past their overdraft limit, and
      *>   savings accounts carrying an overdraft limit;
      *>   accounts on both ACCTMAST and the ACCTARCH archive;
      *>   locked accounts with no lockout on LOCKLOG;
      *>   accrual or daily limit dates later than tonight;
      *>   journal rows stamped with an operator id that is neither
      *>   on OPRMAST nor one of the batch runs' own ids.
      *> Each exception is graded SEVERE - the books or tomorrow's
      *> postings are wrong until it is put right - or WARNING, to
      *> be looked into. Any SEVERE exception ends the run with a
      *> non-zero return code, so eod_driv records the step as
      *> failed before the next day opens.

       environment division.
       input-output section.
       file-control.
           select account-file assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is fm-acc-id
               file status is account-file-status.

           select customer-file assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is cm-cust-id
               file status is customer-file-status.

           select relation-file assign to "ACCTREL"
               organization is indexed
               access mode is dynamic
               record key is rl-key
               file status is relation-file-status.

           select order-file assign to "SORDFILE"
               organization is indexed
               access mode is dynamic
               record key is so-order-id
               file status is order-file-status.

           select operator-file assign to "OPRMAST"
               organization is indexed
               access mode is dynamic
               record key is op-oper-id
               file status is operator-file-status.

           select archive-file assign to "ACCTARCH"
               organization is line sequential
               file status is archive-file-status.

           select lockout-file assign to "LOCKLOG"
               organization is line sequential
               file status is lockout-file-status.

           select transaction-file assign to "TXNJRNL"
               organization is line sequential
               file status is transaction-file-status.

           select report-file assign to "INTGRPT"
               organization is line sequential
               file status is report-file-status.

       data division.
       file section.
       fd account-file.
       copy "acctrec.cpy".

       fd customer-file.
       copy "custrec.cpy".

       fd relation-file.
       copy "relrec.cpy".

       fd order-file.
       copy "sordrec.cpy".

       fd operator-file.
       copy "oprrec.cpy".

       fd archive-file.
       copy "arcacct.cpy".

       fd lockout-file.
       copy "lockrec.cpy".

       fd transaction-file.
       copy "txnrec.cpy".

       fd report-file.
       01 report-line pic x(80).

       working-storage section.

      *> File status codes
       01 account-file-status pic x(02).
       01 customer-file-status pic x(02).
       01 relation-file-status pic x(02).
       01 order-file-status pic x(02).
       01 operator-file-status pic x(02).
       01 archive-file-status pic x(02).
       01 lockout-file-status pic x(02).
       01 transaction-file-status pic x(02).
       01 report-file-status pic x(02).

      *> Tonight's date - nothing on file may be dated after it
       01 run-date pic 9(8).

      *> What is known about each account number: whether it is on
      *> the master, whether it was ever closed to the archive, and
      *> whether LOCKLOG has ever recorded it being locked
       01 acc-open-table.
           05 acc-open pic x(01) occurs 99999 times.
       01 acc-closed-table.
           05 acc-closed pic x(01) occurs 99999 times.
       01 acc-lock-logged-table.
           05 acc-lock-logged pic x(01) occurs 99999 times.

      *> Customers holding at least one open account, as owner of
      *> record or through an active relationship
       01 cust-held-table.
           05 cust-held pic x(01) occurs 99999 times.

      *> The ids the batch runs stamp on the journal rows they post -
      *> not operators, so never on OPRMAST
       01 batch-id-values.
           05 filler pic x(04) value "FEEP".
           05 filler pic x(04) value "IBXB".
           05 filler pic x(04) value "INTP".
           05 filler pic x(04) value "TDMT".
           05 filler pic x(04) value "SORD".
           05 filler pic x(04) value "XFRB".
           05 filler pic x(04) value "XRSB".
       01 batch-id-table redefines batch-id-values.
           05 batch-id pic x(04) occurs 7 times.
       01 batch-id-count pic 9(2) value 7.
       01 batch-sub pic 9(2).

      *> Unknown operator ids already reported, so each one is
      *> listed once with its number of journal rows
       01 unknown-table.
           05 unknown-entry occurs 999 times.
               10 unk-oper-id pic x(04).
               10 unk-rows pic 9(7).
               10 unk-first-date pic 9(8).
       01 unknown-count pic 9(3) value 0.
       01 unknown-sub pic 9(3).
       01 unknown-found-sub pic 9(3).
       01 oper-known-flag pic x(01).
           88 oper-known value "Y".

      *> Whether there is no customer master to check against, and
      *> whether the account's owner of record was found on it
       01 customer-missing-flag pic x(01) value "N".
           88 customer-missing value "Y".
       01 owner-found-flag pic x(01).
           88 owner-found value "Y".

      *> The standing order account being checked, and which end
      *> of the order it is
       01 order-acc-id pic 9(5).
       01 order-end pic x(11).

      *> The exception being written
       01 exception-severity pic x(01).
           88 exception-severe value "S".
           88 exception-warning value "W".
       01 exception-text pic x(70).

      *> Run totals
       01 accounts-checked pic 9(7) value 0.
       01 customers-checked pic 9(7) value 0.
       01 orders-checked pic 9(7) value 0.
       01 rows-checked pic 9(7) value 0.
       01 severe-count pic 9(5) value 0.
       01 warning-count pic 9(5) value 0.

      *> Edited copies for the report
       01 balance-ed pic -(9)9.99.
       01 od-limit-ed pic z(6)9.99.

       procedure division.
           move 0 to return-code.
           accept run-date from date yyyymmdd.
           move all "N" to acc-open-table.
           move all "N" to acc-closed-table.
           move all "N" to acc-lock-logged-table.
           move all "N" to cust-held-table.
           open output report-file.
           move spaces to report-line.
           string "Cross-file integrity exceptions " delimited by size
               run-date delimited by size
               into report-line
           end-string.
           write report-line end-write.
           move spaces to report-line.
           write report-line end-write.
           perform load-closed-accounts.
           perform load-lockouts.
           open input customer-file.
           if customer-file-status = "35"
               move "Y" to customer-missing-flag
           end-if.
           open input operator-file.
           perform check-accounts.
           perform load-relationships.
           perform check-customers.
           perform check-orders.
           perform check-journal.
           perform print-unknown-operators.
           close customer-file.
           close operator-file.
           perform print-summary.
           close report-file.
           display "Integrity check complete - " severe-count
               " severe, " warning-count " warnings" end-display.
           if severe-count > 0
               move 8 to return-code
           end-if.
           goback.

       *> Procedure to write the staged exception under its severity
       write-exception.
           move spaces to report-line.
           if exception-severe
               add 1 to severe-count end-add
               string "SEVERE  " delimited by size
                   exception-text delimited by size
                   into report-line
               end-string
           else
               add 1 to warning-count end-add
               string "WARNING " delimited by size
                   exception-text delimited by size
                   into report-line
               end-string
           end-if.
           write report-line end-write.

       *> Procedure to note every account ever closed to the archive
       load-closed-accounts.
           open input archive-file.
           if archive-file-status = "35"
               close archive-file
               exit paragraph
           end-if.
           read archive-file at end move "10" to archive-file-status
               end-read.
           perform load-one-closed-account
               until archive-file-status = "10".
           close archive-file.

       *> Procedure to note one archived account, then read the next
       *> archive row
       load-one-closed-account.
           if ar-acc-id numeric and ar-acc-id not = 0
               move "Y" to acc-closed (ar-acc-id)
           end-if.
           read archive-file at end move "10" to archive-file-status
               end-read.

       *> Procedure to note every account the lockout log has seen
       *> locked
       load-lockouts.
           open input lockout-file.
           if lockout-file-status = "35"
               close lockout-file
               exit paragraph
           end-if.
           read lockout-file at end move "10" to lockout-file-status
               end-read.
           perform load-one-lockout
               until lockout-file-status = "10".
           close lockout-file.

       *> Procedure to note one lockout, then read the next row
       load-one-lockout.
           if lk-acc-id numeric and lk-acc-id not = 0
               move "Y" to acc-lock-logged (lk-acc-id)
           end-if.
           read lockout-file at end move "10" to lockout-file-status
               end-read.

       *> Procedure to walk the account master, checking each account
       check-accounts.
           open input account-file.
           if account-file-status = "35"
               close account-file
               exit paragraph
           end-if.
           move low-values to fm-acc-id.
           start account-file key is greater than fm-acc-id
               invalid key
                   move "10" to account-file-status
           end-start.
           perform check-one-account
               until account-file-status = "10".
           close account-file.

       *> Procedure to read the next account and check it against
       *> its owner, its limits, the archive, the lockout log and
       *> tonight's date
       check-one-account.
           read account-file next record
               at end
                   move "10" to account-file-status
                   exit paragraph
           end-read.
           add 1 to accounts-checked end-add.
           move "Y" to acc-open (fm-acc-id).
           perform check-account-owner.
           move fm-acc-bal to balance-ed.
           move fm-acc-od-limit to od-limit-ed.
           if fm-acc-bal + fm-acc-od-limit < 0
               move "S" to exception-severity
               move spaces to exception-text
               string "Account " delimited by size
                   fm-acc-id delimited by size
                   " balance" delimited by size
                   balance-ed delimited by size
                   " beyond overdraft limit" delimited by size
                   od-limit-ed delimited by size
                   into exception-text
               end-string
               perform write-exception
           end-if.
           if fm-acc-savings and fm-acc-od-limit > 0
               move "S" to exception-severity
               move spaces to exception-text
               string "Account " delimited by size
                   fm-acc-id delimited by size
                   " is savings with overdraft limit" delimited by size
                   od-limit-ed delimited by size
                   into exception-text
               end-string
               perform write-exception
           end-if.
           if acc-closed (fm-acc-id) = "Y"
               move "S" to exception-severity
               move spaces to exception-text
               string "Account " delimited by size
                   fm-acc-id delimited by size
                   " is on ACCTMAST and ACCTARCH" delimited by size
                   into exception-text
               end-string
               perform write-exception
           end-if.
           if fm-acc-locked and acc-lock-logged (fm-acc-id) not = "Y"
               move "W" to exception-severity
               move spaces to exception-text
               string "Account " delimited by size
                   fm-acc-id delimited by size
                   " is locked with no LOCKLOG entry" delimited by size
                   into exception-text
               end-string
               perform write-exception
           end-if.
           if fm-acc-accr-date > run-date
               move "S" to exception-severity
               move spaces to exception-text
               string "Account " delimited by size
                   fm-acc-id delimited by size
                   " accrual date " delimited by size
                   fm-acc-accr-date delimited by size
                   " is in the future" delimited by size
                   into exception-text
               end-string
               perform write-exception
           end-if.
           if fm-acc-day-date > run-date
               move "S" to exception-severity
               move spaces to exception-text
               string "Account " delimited by size
                   fm-acc-id delimited by size
                   " daily limit date " delimited by size
                   fm-acc-day-date delimited by size
                   " is in the future" delimited by size
                   into exception-text
               end-string
               perform write-exception
           end-if.

       *> Procedure to check the account's owner of record is on the
       *> customer master, and note the customer as holding an
       *> account
       check-account-owner.
           move "N" to owner-found-flag.
           if fm-cust-id not = 0
               move "Y" to cust-held (fm-cust-id)
               move fm-cust-id to cm-cust-id
               read customer-file key is cm-cust-id
                   not invalid key
                       move "Y" to owner-found-flag
               end-read
           end-if.
           if owner-found
               exit paragraph
           end-if.
           move "S" to exception-severity.
           move spaces to exception-text.
           string "Account " delimited by size
               fm-acc-id delimited by size
               " owner customer " delimited by size
               fm-cust-id delimited by size
               " is not on CUSTMAST" delimited by size
               into exception-text
           end-string.
           perform write-exception.

       *> Procedure to note the customers who hold an open account
       *> through an active relationship rather than as its owner
       load-relationships.
           open input relation-file.
           if relation-file-status = "35"
               close relation-file
               exit paragraph
           end-if.
           move 0 to rl-acc-id.
           move 0 to rl-cust-id.
           move low-values to rl-role.
           start relation-file key is greater than rl-key
               invalid key
                   move "10" to relation-file-status
           end-start.
           perform load-one-relationship
               until relation-file-status = "10".
           close relation-file.

       *> Procedure to read the next relationship and note its
       *> customer when it is active on an open account
       load-one-relationship.
           read relation-file next record
               at end
                   move "10" to relation-file-status
                   exit paragraph
           end-read.
           if rl-active and rl-cust-id not = 0 and rl-acc-id not = 0
               if acc-open (rl-acc-id) = "Y"
                   move "Y" to cust-held (rl-cust-id)
               end-if
           end-if.

       *> Procedure to walk the customer master for customers left
       *> with no open account
       check-customers.
           if customer-missing
               exit paragraph
           end-if.
           move 0 to cm-cust-id.
           start customer-file key is greater than cm-cust-id
               invalid key
                   move "10" to customer-file-status
           end-start.
           perform check-one-customer
               until customer-file-status = "10".

       *> Procedure to read the next customer and report one that
       *> holds no open account
       check-one-customer.
           read customer-file next record
               at end
                   move "10" to customer-file-status
                   exit paragraph
           end-read.
           add 1 to customers-checked end-add.
           if cust-held (cm-cust-id) not = "Y"
               move "W" to exception-severity
               move spaces to exception-text
               string "Customer " delimited by size
                   cm-cust-id delimited by size
                   " " delimited by size
                   cm-cust-name delimited by size
                   " has no open account" delimited by size
                   into exception-text
               end-string
               perform write-exception
           end-if.

       *> Procedure to walk the standing orders for active orders
       *> on an account that is closed or missing
       check-orders.
           open input order-file.
           if order-file-status = "35"
               close order-file
               exit paragraph
           end-if.
           move 0 to so-order-id.
           start order-file key is greater than so-order-id
               invalid key
                   move "10" to order-file-status
           end-start.
           perform check-one-order
               until order-file-status = "10".
           close order-file.

       *> Procedure to read the next standing order and check both
       *> its accounts when it is still active
       check-one-order.
           read order-file next record
               at end
                   move "10" to order-file-status
                   exit paragraph
           end-read.
           if not so-active
               exit paragraph
           end-if.
           add 1 to orders-checked end-add.
           move so-src-acc to order-acc-id.
           move "source" to order-end.
           perform check-order-account.
           move so-dest-acc to order-acc-id.
           move "destination" to order-end.
           perform check-order-account.

       *> Procedure to report the order account staged when it is
       *> not open on the master
       check-order-account.
           if order-acc-id not = 0
               if acc-open (order-acc-id) = "Y"
                   exit paragraph
               end-if
           end-if.
           move "S" to exception-severity.
           move spaces to exception-text.
           if order-acc-id not = 0 and acc-closed (order-acc-id) = "Y"
               string "Standing order " delimited by size
                   so-order-id delimited by size
                   " " delimited by size
                   order-end delimited by space
                   " account " delimited by size
                   order-acc-id delimited by size
                   " is closed" delimited by size
                   into exception-text
               end-string
           else
               string "Standing order " delimited by size
                   so-order-id delimited by size
                   " " delimited by size
                   order-end delimited by space
                   " account " delimited by size
                   order-acc-id delimited by size
                   " is not on file" delimited by size
                   into exception-text
               end-string
           end-if.
           perform write-exception.

       *> Procedure to read the live journal for operator ids nobody
       *> can answer for
       check-journal.
           open input transaction-file.
           if transaction-file-status = "35"
               close transaction-file
               exit paragraph
           end-if.
           read transaction-file
               at end move "10" to transaction-file-status
           end-read.
           perform check-one-journal-row
               until transaction-file-status = "10".
           close transaction-file.

       *> Procedure to check the current journal row's operator id,
       *> then read the next row. A row written before operators
       *> were stamped on the journal carries no id and is passed.
       check-one-journal-row.
           add 1 to rows-checked end-add.
           if tj-oper-id not = spaces
               perform check-journal-operator
           end-if.
           read transaction-file
               at end move "10" to transaction-file-status
           end-read.

       *> Procedure to look the row's operator id up as a batch id,
       *> then on the operator master, and tally it as unknown when
       *> it is neither
       check-journal-operator.
           move "N" to oper-known-flag.
           perform match-batch-id
               varying batch-sub from 1 by 1
               until batch-sub > batch-id-count or oper-known.
           if oper-known
               exit paragraph
           end-if.
           move 0 to unknown-found-sub.
           perform match-unknown-id
               varying unknown-sub from 1 by 1
               until unknown-sub > unknown-count
               or unknown-found-sub not = 0.
           if unknown-found-sub not = 0
               add 1 to unk-rows (unknown-found-sub) end-add
               exit paragraph
           end-if.
           move tj-oper-id to op-oper-id.
           read operator-file key is op-oper-id
               not invalid key
                   move "Y" to oper-known-flag
           end-read.
           if oper-known
               exit paragraph
           end-if.
           if unknown-count < 999
               add 1 to unknown-count end-add
               move tj-oper-id to unk-oper-id (unknown-count)
               move 1 to unk-rows (unknown-count)
               move tj-txn-date to unk-first-date (unknown-count)
           end-if.

       *> Procedure to test the row's operator id against one batch id
       match-batch-id.
           if batch-id (batch-sub) = tj-oper-id
               move "Y" to oper-known-flag
           end-if.

       *> Procedure to test the row's operator id against one unknown
       *> id already found
       match-unknown-id.
           if unk-oper-id (unknown-sub) = tj-oper-id
               move unknown-sub to unknown-found-sub
           end-if.

       *> Procedure to report every unknown operator id once, with the
       *> number of rows it is on
       print-unknown-operators.
           perform print-one-unknown-operator
               varying unknown-sub from 1 by 1
               until unknown-sub > unknown-count.

       *> Procedure to report one unknown operator id
       print-one-unknown-operator.
           move "W" to exception-severity.
           move spaces to exception-text.
           string "Operator " delimited by size
               unk-oper-id (unknown-sub) delimited by size
               " not on OPRMAST - " delimited by size
               unk-rows (unknown-sub) delimited by size
               " journal rows from " delimited by size
               unk-first-date (unknown-sub) delimited by size
               into exception-text
           end-string.
           perform write-exception.

       *> Procedure to close the report with what was checked and the
       *> run's verdict
       print-summary.
           move spaces to report-line.
           write report-line end-write.
           move spaces to report-line.
           string "Checked " delimited by size
               accounts-checked delimited by size
               " accounts, " delimited by size
               customers-checked delimited by size
               " customers, " delimited by size
               orders-checked delimited by size
               " active orders" delimited by size
               into report-line
           end-string.
           write report-line end-write.
           move spaces to report-line.
           string "Checked " delimited by size
               rows-checked delimited by size
               " journal rows" delimited by size
               into report-line
           end-string.
           write report-line end-write.
           move spaces to report-line.
           string severe-count delimited by size
               " severe, " delimited by size
               warning-count delimited by size
               " warnings" delimited by size
               into report-line
           end-string.
           write report-line end-write.
           if severe-count > 0
               move "RUN FAILED - severe exceptions must be cleared"
                   to report-line
           else
               move "RUN PASSED - no severe exceptions" to report-line
           end-if.
           write report-line end-write.

       end program int_chk.
