       identification division.
       program-id. tax_stmt.

      *> Year-end interest tax run - totals the interest the shop
      *> paid each customer over the tax year, across every account
      *> they held, and produces both the customer's tax statement
      *> and the tax authority's extract from the one set of
      *> figures. The year's twelve dated TJyyyymm archives and the
      *> live journal are read for "IN" credits, each one put to its
      *> customer through the account master - or, for an account
      *> closed during the year, the closed-account archive. An
      *> interest credit a supervisor has since reversed (an "RV"
      *> entry pointing back at it) comes off the customer's total.
      *> The credits are sorted by customer and account, and each
      *> customer's statement is printed with the name and address
      *> off the customer master the way stm_cycl builds its mailing
      *> header. The extract closes with a count and amount trailer,
      *> and a control page names any interest that could not be put
      *> to a customer.

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

           select archive-file assign to "ACCTARCH"
               organization is line sequential
               file status is archive-file-status.

      *> The journal name is set at run time - each of the year's
      *> dated archives in turn, then the live journal.
           select transaction-file assign to dynamic jrn-file-name
               organization is line sequential
               file status is transaction-file-status.

           select sort-file assign to "TAXWRK".

           select print-file assign to "TAXSTMT"
               organization is line sequential
               file status is print-file-status.

           select control-page-file assign to "TAXCTL"
               organization is line sequential
               file status is control-page-file-status.

           select extract-file assign to "TAXEXT"
               organization is line sequential
               file status is extract-file-status.

       data division.
       file section.
       fd account-file.
       copy "acctrec.cpy".

       fd customer-file.
       copy "custrec.cpy".

       fd archive-file.
       copy "arcacct.cpy".

       fd transaction-file.
       copy "txnrec.cpy".

       sd sort-file.
       01 sx-sort-record.
           05 sx-cust-id           pic 9(5).
           05 sx-acc-id            pic 9(5).
           05 sx-amount            pic 9(9)v99.
      *> Whether a later "RV" entry backs this credit out
           05 sx-reversed          pic x(01).

       fd print-file.
       01 print-line pic x(80).

       fd control-page-file.
       01 control-line pic x(80).

       fd extract-file.
       copy "taxrec.cpy".

       working-storage section.

      *> File status codes
       01 account-file-status pic x(02).
       01 customer-file-status pic x(02).
       01 archive-file-status pic x(02).
       01 transaction-file-status pic x(02).
       01 print-file-status pic x(02).
       01 control-page-file-status pic x(02).
       01 extract-file-status pic x(02).
       01 sort-eof-status pic x(02).

      *> The tax year being stated, and the journal being read
       01 tax-year pic 9(4).
       01 jrn-file-name pic x(8).
       01 jrn-month pic 9(2).

      *> Owning customer by account number - closed accounts first
      *> from the archive, then the account master over the top, so
      *> an open account always answers with its current owner
       01 acc-owner-table.
           05 acc-owner pic 9(5) occurs 99999 times.

      *> Every reversal on the journals read: the date and time of
      *> the entry it backs out, and the account the money came back
      *> off - an interest credit matching all three is reversed
       01 rev-count pic 9(5) value 0.
       01 rev-max pic 9(5) value 9999.
       01 rev-table.
           05 rev-entry occurs 9999 times.
               10 rev-ref-date pic 9(8).
               10 rev-ref-time pic 9(8).
               10 rev-acc pic 9(5).
       01 rev-sub pic 9(5).
       01 rev-match-flag pic x(01).
           88 rev-matched value "Y".
       01 rev-overflow-flag pic x(01) value "N".
           88 rev-overflow value "Y".

      *> The customer and account whose figures are being built
       01 current-cust pic 9(5) value 0.
       01 current-acc pic 9(5) value 0.
       01 customer-open-flag pic x(01) value "N".
           88 customer-open value "Y".
       01 account-open-flag pic x(01) value "N".
           88 account-open value "Y".

      *> Interest figures for the account and customer in hand
       01 acc-gross pic 9(11)v99.
       01 acc-reversed pic 9(11)v99.
       01 acc-net pic 9(11)v99.
       01 cust-gross pic 9(11)v99.
       01 cust-reversed pic 9(11)v99.
       01 cust-net pic 9(11)v99.

      *> Run control figures
       01 credits-read pic 9(9) value 0.
       01 credits-reversed pic 9(9) value 0.
       01 customers-stated pic 9(9) value 0.
       01 net-total pic 9(13)v99 value 0.
       01 unowned-accounts pic 9(5) value 0.
       01 unowned-total pic 9(13)v99 value 0.

      *> Edited copies of the amounts for printing
       01 gross-ed pic z(10)9.99.
       01 reversed-ed pic z(10)9.99.
       01 net-ed pic z(10)9.99.
       01 total-ed pic z(12)9.99.
       01 detail-line pic x(80).

       procedure division.
           display "Tax year (YYYY) : " with no advancing end-display.
           accept tax-year end-accept.
           perform open-files.
           move all zeros to acc-owner-table.
           perform load-closed-owners.
           perform load-open-owners.
           perform collect-reversals.
           if rev-overflow
               move "RUN REFUSED - more reversals than the run can "
                   to control-line
               write control-line end-write
               move "match; nothing stated" to control-line
               write control-line end-write
               perform close-files
               display "Tax run refused - see TAXCTL" end-display
               goback
           end-if.
           sort sort-file
               on ascending key sx-cust-id sx-acc-id
               input procedure is release-interest
               output procedure is print-tax-statements.
           perform write-extract-trailer.
           perform write-control-totals.
           perform close-files.
           display "Tax run complete - " customers-stated
               " statements to TAXSTMT, extract on TAXEXT" end-display.
           goback.

       *> Procedure to open the masters and the output files, and
       *> head up the control page
       open-files.
           open input account-file.
           open input customer-file.
           if customer-file-status = "35"
               open output customer-file
               close customer-file
               open input customer-file
           end-if.
           open output print-file.
           open output control-page-file.
           open output extract-file.
           move spaces to control-line.
           string "Interest tax run control page - tax year "
               delimited by size
               tax-year delimited by size
               into control-line
           end-string.
           write control-line end-write.

       *> Procedure to note the owner of every closed account on the
       *> archive - a row archived before the owner was carried
       *> leaves the account unowned unless it is still on file
       load-closed-owners.
           open input archive-file.
           if archive-file-status = "35"
               close archive-file
               exit paragraph
           end-if.
           read archive-file at end move "10" to archive-file-status
               end-read.
           perform load-one-closed-owner
               until archive-file-status = "10".
           close archive-file.

       *> Procedure to note one closed account's owner, then read the
       *> next archive row
       load-one-closed-owner.
           if ar-acc-id numeric and ar-acc-id not = 0
               if ar-cust-id numeric
                   move ar-cust-id to acc-owner (ar-acc-id)
               end-if
           end-if.
           read archive-file at end move "10" to archive-file-status
               end-read.

       *> Procedure to note the owner of every account on the master
       load-open-owners.
           if account-file-status = "35"
               exit paragraph
           end-if.
           move low-values to fm-acc-id.
           start account-file key is greater than fm-acc-id
               invalid key
                   move "10" to account-file-status
           end-start.
           perform load-one-open-owner
               until account-file-status = "10".

       *> Procedure to read the next account and note its owner
       load-one-open-owner.
           read account-file next record
               at end
                   move "10" to account-file-status
                   exit paragraph
           end-read.
           if fm-acc-id not = 0
               move fm-cust-id to acc-owner (fm-acc-id)
           end-if.

       *> Procedure to gather every reversal on the year's journals
       *> and the live journal - a reversal keyed early next year
       *> still sits on the live journal and still counts
       collect-reversals.
           perform collect-one-month-reversals
               varying jrn-month from 1 by 1 until jrn-month > 12.
           move "TXNJRNL" to jrn-file-name.
           perform collect-journal-reversals.

       *> Procedure to gather the reversals on one month's archive
       collect-one-month-reversals.
           perform set-month-file-name.
           perform collect-journal-reversals.

       *> Procedure to walk the open journal once, noting each "RV"
       *> entry
       collect-journal-reversals.
           open input transaction-file.
           if transaction-file-status = "35"
               close transaction-file
               exit paragraph
           end-if.
           read transaction-file at end move "10" to
               transaction-file-status end-read.
           perform note-one-reversal
               until transaction-file-status = "10".
           close transaction-file.

       *> Procedure to note the current entry when it is a reversal,
       *> then read the next one
       note-one-reversal.
           if tj-type-reversal
               if rev-count < rev-max
                   add 1 to rev-count end-add
                   move tj-ref-date to rev-ref-date (rev-count)
                   move tj-ref-time to rev-ref-time (rev-count)
                   move tj-src-acc to rev-acc (rev-count)
               else
                   move "Y" to rev-overflow-flag
               end-if
           end-if.
           read transaction-file at end move "10" to
               transaction-file-status end-read.

       *> Procedure to name one month of the tax year's archive
       set-month-file-name.
           move spaces to jrn-file-name.
           string "TJ" delimited by size
               tax-year delimited by size
               jrn-month delimited by size
               into jrn-file-name
           end-string.

       *> Procedure to release every interest credit of the tax year
       *> to the sort, from the twelve archives and the live journal
       release-interest.
           perform release-one-month-interest
               varying jrn-month from 1 by 1 until jrn-month > 12.
           move "TXNJRNL" to jrn-file-name.
           perform release-journal-interest.

       *> Procedure to release the interest on one month's archive
       release-one-month-interest.
           perform set-month-file-name.
           perform release-journal-interest.

       *> Procedure to walk the open journal once, releasing each
       *> interest credit dated in the tax year
       release-journal-interest.
           open input transaction-file.
           if transaction-file-status = "35"
               close transaction-file
               exit paragraph
           end-if.
           read transaction-file at end move "10" to
               transaction-file-status end-read.
           perform release-one-credit
               until transaction-file-status = "10".
           close transaction-file.

       *> Procedure to put the current entry to its customer and
       *> release it when it is an interest credit in the tax year,
       *> then read the next one
       release-one-credit.
           if tj-type-interest and tj-txn-date (1:4) = tax-year
               and tj-dest-acc not = 0
               add 1 to credits-read end-add
               move acc-owner (tj-dest-acc) to sx-cust-id
               move tj-dest-acc to sx-acc-id
               move tj-amount to sx-amount
               perform check-credit-reversed
               if rev-matched
                   move "Y" to sx-reversed
                   add 1 to credits-reversed end-add
               else
                   move "N" to sx-reversed
               end-if
               release sx-sort-record
           end-if.
           read transaction-file at end move "10" to
               transaction-file-status end-read.

       *> Procedure to look the current credit up among the
       *> reversals gathered earlier
       check-credit-reversed.
           move "N" to rev-match-flag.
           perform check-one-reversal
               varying rev-sub from 1 by 1
               until rev-sub > rev-count or rev-matched.

       *> Procedure to test one reversal against the current credit
       check-one-reversal.
           if rev-ref-date (rev-sub) = tj-txn-date
               and rev-ref-time (rev-sub) = tj-txn-time
               and rev-acc (rev-sub) = tj-dest-acc
               move "Y" to rev-match-flag
           end-if.

       *> Procedure to print the statements off the sorted credits,
       *> breaking to a fresh customer and a fresh account line as
       *> the keys change
       print-tax-statements.
           move "00" to sort-eof-status.
           return sort-file at end move "10" to sort-eof-status
               end-return.
           perform take-one-credit until sort-eof-status = "10".
           if customer-open
               perform finish-customer
           end-if.

       *> Procedure to add the current sorted credit to its account's
       *> figures, then return the next one
       take-one-credit.
           if not customer-open or sx-cust-id not = current-cust
               if customer-open
                   perform finish-customer
               end-if
               perform start-customer
           end-if.
           if not account-open or sx-acc-id not = current-acc
               if account-open
                   perform finish-account
               end-if
               move sx-acc-id to current-acc
               move 0 to acc-gross
               move 0 to acc-reversed
               move "Y" to account-open-flag
           end-if.
           add sx-amount to acc-gross end-add.
           if sx-reversed = "Y"
               add sx-amount to acc-reversed end-add
           end-if.
           return sort-file at end move "10" to sort-eof-status
               end-return.

       *> Procedure to open a fresh customer: their statement heading
       *> and mailing block, unless the credits could not be put to
       *> any customer at all
       start-customer.
           move sx-cust-id to current-cust.
           move "Y" to customer-open-flag.
           move "N" to account-open-flag.
           move 0 to cust-gross.
           move 0 to cust-reversed.
           if current-cust = 0
               exit paragraph
           end-if.
           move all "-" to print-line.
           write print-line end-write.
           move spaces to detail-line.
           string "Interest tax statement for customer "
               delimited by size
               current-cust delimited by size
               "  tax year " delimited by size
               tax-year delimited by size
               into detail-line
           end-string.
           move detail-line to print-line.
           write print-line end-write.
           perform print-mailing-header.
           move spaces to print-line.
           write print-line end-write.

       *> Procedure to print the customer's name and address off the
       *> customer master - a missing customer record still gets a
       *> statement, just without a mailing block
       print-mailing-header.
           move current-cust to cm-cust-id.
           read customer-file key is cm-cust-id
               invalid key
                   move "(customer not on file - no mailing header)"
                       to print-line
                   write print-line end-write
                   move spaces to cm-cust-name
                   move spaces to cm-cust-addr
                   exit paragraph
           end-read.
           move cm-cust-name to print-line.
           write print-line end-write.
           move cm-cust-addr to print-line.
           write print-line end-write.

       *> Procedure to close out the account in hand: a line on the
       *> customer's statement, or on the control page when the
       *> account has no owner to state it to
       finish-account.
           compute acc-net = acc-gross - acc-reversed end-compute.
           move acc-gross to gross-ed.
           move acc-reversed to reversed-ed.
           move acc-net to net-ed.
           move spaces to detail-line.
           if current-cust = 0
               add 1 to unowned-accounts end-add
               add acc-net to unowned-total end-add
               string "NO OWNER account " delimited by size
                   current-acc delimited by size
                   " interest " delimited by size
                   net-ed delimited by size
                   " - not stated" delimited by size
                   into detail-line
               end-string
               move detail-line to control-line
               write control-line end-write
           else
               add acc-gross to cust-gross end-add
               add acc-reversed to cust-reversed end-add
               string "Account " delimited by size
                   current-acc delimited by size
                   "  paid " delimited by size
                   gross-ed delimited by size
                   "  reversed " delimited by size
                   reversed-ed delimited by size
                   "  net " delimited by size
                   net-ed delimited by size
                   into detail-line
               end-string
               move detail-line to print-line
               write print-line end-write
           end-if.
           move "N" to account-open-flag.

       *> Procedure to close out the customer in hand: the totals at
       *> the foot of their statement and their row on the extract
       finish-customer.
           if account-open
               perform finish-account
           end-if.
           move "N" to customer-open-flag.
           if current-cust = 0
               exit paragraph
           end-if.
           compute cust-net = cust-gross - cust-reversed end-compute.
           move cust-gross to gross-ed.
           move cust-reversed to reversed-ed.
           move cust-net to net-ed.
           move spaces to print-line.
           write print-line end-write.
           move spaces to detail-line.
           string "Interest paid in the year      " delimited by size
               gross-ed delimited by size
               into detail-line
           end-string.
           move detail-line to print-line.
           write print-line end-write.
           move spaces to detail-line.
           string "Less interest reversed         " delimited by size
               reversed-ed delimited by size
               into detail-line
           end-string.
           move detail-line to print-line.
           write print-line end-write.
           move spaces to detail-line.
           string "Interest reportable for tax    " delimited by size
               net-ed delimited by size
               into detail-line
           end-string.
           move detail-line to print-line.
           write print-line end-write.

           move "D" to tx-rec-type.
           move tax-year to tx-tax-year.
           move current-cust to tx-cust-id.
           move cm-cust-name to tx-cust-name.
           move cm-cust-addr to tx-cust-addr.
           move cust-gross to tx-gross-int.
           move cust-reversed to tx-reversed-int.
           move cust-net to tx-net-int.
           write tx-extract-record end-write.
           add 1 to customers-stated end-add.
           add cust-net to net-total end-add.

       *> Procedure to close the extract out with the count and
       *> amount trailer the tax authority proves it against
       write-extract-trailer.
           move "T" to tx-rec-type.
           move spaces to tx-detail-body.
           move tax-year to tx-trl-year.
           move customers-stated to tx-trl-count.
           move net-total to tx-trl-amount.
           write tx-extract-record end-write.

       *> Procedure to prove the run on the control page - credits
       *> read and reversed, customers stated and the extract's
       *> control totals, and what could not be put to anybody
       write-control-totals.
           move spaces to control-line.
           string "Interest credits read " delimited by size
               credits-read delimited by size
               ", reversed " delimited by size
               credits-reversed delimited by size
               into control-line
           end-string.
           write control-line end-write.
           move net-total to total-ed.
           move spaces to control-line.
           string "Customers stated " delimited by size
               customers-stated delimited by size
               ", extract net total " delimited by size
               total-ed delimited by size
               into control-line
           end-string.
           write control-line end-write.
           if unowned-accounts not = 0
               move unowned-total to total-ed
               move spaces to control-line
               string "Accounts with no owner " delimited by size
                   unowned-accounts delimited by size
                   ", interest not stated " delimited by size
                   total-ed delimited by size
                   into control-line
               end-string
               write control-line end-write
           end-if.

       *> Procedure to close every open file
       close-files.
           close account-file.
           close customer-file.
           close print-file.
           close control-page-file.
           close extract-file.

       end program tax_stmt.
