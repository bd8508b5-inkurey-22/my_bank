       identification division.
       program-id. sar_mon.

      *> Nightly suspicious activity monitoring - looks back over a
      *> rolling window of the journal and puts every posting to the
      *> customer who owns the account, so a customer who spreads
      *> money across several accounts or several days is seen as
      *> one. Four patterns are watched for:
      *>   ST  repeated counter cash (AD or WD) just below the
      *>       reporting threshold;
      *>   PT  money that comes in (IB or AD) and goes straight back
      *>       out (OB or WD) within a few days;
      *>   DR  heavy activity on an account straight after dorm_rel
      *>       released it from dormancy;
      *>   NP  a run of outbound payees the customer has never paid
      *>       before.
      *> Each pattern found becomes a case on CASEFILE for compliance
      *> to work, closed from sar_cls with a disposition. A case
      *> still open is refreshed rather than raised again, and a
      *> closed one is only raised again for activity after it was
      *> closed. Every case raised or refreshed goes on SARRPT.

       environment division.
       input-output section.
       file-control.
           select account-file assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is fm-acc-id
               file status is account-file-status.

           select archive-file assign to "ACCTARCH"
               organization is line sequential
               file status is archive-file-status.

           select control-file assign to "CTLFILE"
               organization is indexed
               access mode is dynamic
               record key is ct-key
               file status is control-file-status.

           select case-file assign to "CASEFILE"
               organization is indexed
               access mode is dynamic
               record key is cs-case-id
               file status is case-file-status.

           select payee-file assign to "PAYEEHST"
               organization is indexed
               access mode is dynamic
               record key is ph-key
               file status is payee-file-status.

           select release-log-file assign to "DORMLOG"
               organization is line sequential
               file status is release-log-file-status.

      *> Tonight's outbound settlement file, cut by obx_bat
           select settlement-file assign to dynamic settlement-file-name
               organization is line sequential
               file status is settlement-file-status.

      *> The journal name is set at run time - last month's archive
      *> when the window reaches back into it, then the live journal.
           select transaction-file assign to dynamic jrn-file-name
               organization is line sequential
               file status is transaction-file-status.

           select sort-file assign to "SARWRK".

           select report-file assign to "SARRPT"
               organization is line sequential
               file status is report-file-status.

       data division.
       file section.
       fd account-file.
       copy "acctrec.cpy".

       fd archive-file.
       copy "arcacct.cpy".

       fd control-file.
       copy "ctlrec.cpy".

       fd case-file.
       copy "caserec.cpy".

       fd payee-file.
       copy "payeerec.cpy".

       fd release-log-file.
       copy "dormrec.cpy".

       fd settlement-file.
       copy "obxrec.cpy".

       fd transaction-file.
       copy "txnrec.cpy".

       sd sort-file.
       01 sx-sort-record.
           05 sx-cust-id           pic 9(5).
           05 sx-txn-date          pic 9(8).
           05 sx-txn-time          pic 9(8).
      *> "J" a journal posting, "P" a payee first paid on the date
           05 sx-kind              pic x(01).
           05 sx-txn-type          pic x(02).
           05 sx-acc-id            pic 9(5).
      *> Whether the money came in to the customer or went out
           05 sx-dir               pic x(01).
           05 sx-amount            pic 9(9)v99.

       fd report-file.
       01 report-line pic x(80).

       working-storage section.

      *> File status codes
       01 account-file-status pic x(02).
       01 archive-file-status pic x(02).
       01 control-file-status pic x(02).
       01 case-file-status pic x(02).
       01 payee-file-status pic x(02).
       01 release-log-file-status pic x(02).
       01 settlement-file-status pic x(02).
       01 transaction-file-status pic x(02).
       01 report-file-status pic x(02).
       01 sort-eof-status pic x(02).

       01 settlement-file-name pic x(10).
       01 jrn-file-name pic x(8).

      *> The monitoring rules. The window is the run date and the
      *> days before it; "just below" the threshold is within ten
      *> per cent of it; money passes straight through when at least
      *> nine tenths of an inbound of half the threshold or more
      *> leaves within the pass-through days.
       01 window-days pic 9(3) value 10.
       01 near-alert-count pic 9(3) value 3.
       01 pass-days pic 9(3) value 3.
       01 release-days pic 9(3) value 30.
       01 release-alert-count pic 9(3) value 5.
       01 payee-alert-count pic 9(3) value 3.

      *> The reporting threshold and the floors worked from it
       01 report-threshold pic 9(9)v99.
       01 near-floor pic 9(9)v99.
       01 pass-floor pic 9(9)v99.

      *> Dates as day numbers, so days apart is a subtraction
       01 run-date pic 9(8).
       01 run-date-parts redefines run-date.
           05 run-yymm pic 9(6).
           05 run-dd pic 9(2).
       01 run-day pic 9(7).
       01 row-day pic 9(7).
       01 day-calc-date pic 9(8).
       01 day-calc-parts redefines day-calc-date.
           05 day-calc-yy pic 9(4).
           05 day-calc-mm pic 9(2).
           05 day-calc-dd pic 9(2).
       01 day-calc-year pic 9(4).
       01 day-calc-month pic 9(2).
       01 day-calc-q4 pic 9(4).
       01 day-calc-q100 pic 9(4).
       01 day-calc-q400 pic 9(4).
       01 day-calc-month-days pic 9(4).
       01 day-calc-number pic 9(7).

      *> Last month, read when the window reaches back into it
       01 prior-period pic 9(6).
       01 prior-period-parts redefines prior-period.
           05 prior-period-yy pic 9(4).
           05 prior-period-mm pic 9(2).

      *> Owning customer by account number - closed accounts first
      *> from the archive, then the account master over the top
       01 acc-owner-table.
           05 acc-owner pic 9(5) occurs 99999 times.

      *> Dormancy releases recent enough to watch after
       01 rel-table.
           05 rel-entry occurs 999 times.
               10 rel-acc-id pic 9(5).
               10 rel-date pic 9(8).
       01 rel-count pic 9(4) value 0.
       01 rel-sub pic 9(4).
       01 rel-match-flag pic x(01).
           88 rel-matched value "Y".

      *> Every open case, and every case closed recently enough to
      *> answer for activity in the window
       01 case-table.
           05 case-entry occurs 9999 times.
               10 cst-case-id pic 9(5).
               10 cst-cust-id pic 9(5).
               10 cst-pattern pic x(02).
               10 cst-status pic x(01).
               10 cst-closed-date pic 9(8).
       01 case-count pic 9(5) value 0.
       01 case-sub pic 9(5).
       01 open-case-sub pic 9(5).
       01 closed-case-sub pic 9(5).
       01 case-overflow-flag pic x(01) value "N".
           88 case-overflow value "Y".

      *> The customer whose activity is being gathered
       01 current-cust pic 9(5) value 0.
       01 customer-open-flag pic x(01) value "N".
           88 customer-open value "Y".

      *> What the customer's activity has added up to so far
       01 near-count pic 9(5).
       01 near-amount pic 9(11)v99.
       01 near-last pic 9(8).
       01 in-day pic 9(7).
       01 in-amount pic 9(9)v99.
       01 pass-count pic 9(5).
       01 pass-amount pic 9(11)v99.
       01 pass-last pic 9(8).
       01 rel-act-count pic 9(5).
       01 rel-act-amount pic 9(11)v99.
       01 rel-act-last pic 9(8).
       01 payee-count pic 9(5).
       01 payee-last pic 9(8).

      *> The case being raised or refreshed
       01 alert-pattern pic x(02).
       01 alert-count pic 9(5).
       01 alert-amount pic 9(11)v99.
       01 alert-last pic 9(8).
       01 alert-action pic x(09).
       01 new-case-id pic 9(5).

      *> Run totals
       01 rows-watched pic 9(7) value 0.
       01 payees-added pic 9(5) value 0.
       01 cases-raised pic 9(5) value 0.
       01 cases-refreshed pic 9(5) value 0.
       01 cases-cleared pic 9(5) value 0.

      *> Edited copies for the run report
       01 amount-ed pic z(10)9.99.
       01 threshold-ed pic z(8)9.99.
       01 detail-line pic x(80).

       procedure division.
           display "Reporting threshold amount: " with no advancing
               end-display.
           accept report-threshold end-accept.
           move 0 to return-code.
           open output report-file.
           if report-threshold = 0
               move "RUN REFUSED - no reporting threshold given"
                   to report-line
               write report-line end-write
               close report-file
               display "Monitoring refused - no threshold" end-display
               move 8 to return-code
               goback
           end-if.
           compute near-floor rounded = report-threshold * 0.9
           end-compute.
           compute pass-floor rounded = report-threshold / 2
           end-compute.
           accept run-date from date yyyymmdd.
           move run-date to day-calc-date.
           perform compute-day-number.
           move day-calc-number to run-day.
           perform print-heading.
           perform open-files.
           move all zeros to acc-owner-table.
           perform load-closed-owners.
           perform load-open-owners.
           perform record-new-payees.
           perform load-releases.
           perform load-cases.
           sort sort-file
               on ascending key sx-cust-id sx-txn-date sx-txn-time
               input procedure is release-activity
               output procedure is review-customers.
           perform print-summary.
           perform close-files.
           display "Suspicious activity monitoring complete - "
               cases-raised " raised, " cases-refreshed " refreshed"
               end-display.
           goback.

       *> Procedure to head up the run report with the rules applied
       print-heading.
           move report-threshold to threshold-ed.
           move spaces to report-line.
           string "Suspicious activity monitoring " delimited by size
               run-date delimited by size
               " - threshold " delimited by size
               threshold-ed delimited by size
               into report-line
           end-string.
           write report-line end-write.
           move spaces to report-line.
           string "Window " delimited by size
               window-days delimited by size
               " days, pass-through " delimited by size
               pass-days delimited by size
               " days, after release " delimited by size
               release-days delimited by size
               " days" delimited by size
               into report-line
           end-string.
           write report-line end-write.

       *> Procedure to open the masters and the files the run keeps
       open-files.
           open input account-file.
           open i-o control-file.
           if control-file-status = "35"
               open output control-file
               close control-file
               open i-o control-file
           end-if.
           open i-o case-file.
           if case-file-status = "35"
               open output case-file
               close case-file
               open i-o case-file
           end-if.
           open i-o payee-file.
           if payee-file-status = "35"
               open output payee-file
               close payee-file
               open i-o payee-file
           end-if.

       *> Procedure to work out the day number of the date in
       *> day-calc-date - days counted from a fixed origin, with the
       *> year taken to start in March so the leap day falls last
       compute-day-number.
           move day-calc-yy to day-calc-year.
           move day-calc-mm to day-calc-month.
           if day-calc-month < 3
               subtract 1 from day-calc-year end-subtract
               add 12 to day-calc-month end-add
           end-if.
           divide day-calc-year by 4 giving day-calc-q4 end-divide.
           divide day-calc-year by 100 giving day-calc-q100
           end-divide.
           divide day-calc-year by 400 giving day-calc-q400
           end-divide.
           compute day-calc-month-days =
               153 * (day-calc-month - 3) + 2
           end-compute.
           divide day-calc-month-days by 5 giving day-calc-month-days
           end-divide.
           compute day-calc-number = 365 * day-calc-year
               + day-calc-q4 - day-calc-q100 + day-calc-q400
               + day-calc-month-days + day-calc-dd
           end-compute.

       *> Procedure to note the owner of every closed account on the
       *> archive
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

       *> Procedure to note the next account's owner
       load-one-open-owner.
           read account-file next record
               at end
                   move "10" to account-file-status
                   exit paragraph
           end-read.
           move fm-cust-id to acc-owner (fm-acc-id).

       *> Procedure to add every payee on tonight's settlement file
       *> that its customer has never paid before to the payee
       *> history, dated tonight
       record-new-payees.
           move spaces to settlement-file-name.
           string "OB" delimited by size
               run-date delimited by size
               into settlement-file-name
           end-string.
           open input settlement-file.
           if settlement-file-status = "35"
               close settlement-file
               exit paragraph
           end-if.
           read settlement-file at end move "10" to
               settlement-file-status end-read.
           perform record-one-payee
               until settlement-file-status = "10".
           close settlement-file.

       *> Procedure to add the current settlement row's payee when it
       *> is new to the customer, then read the next row
       record-one-payee.
           if ob-detail-rec and ob-acc-id not = 0
               if acc-owner (ob-acc-id) not = 0
                   move acc-owner (ob-acc-id) to ph-cust-id
                   move ob-route to ph-route
                   move ob-ext-acc to ph-ext-acc
                   move run-date to ph-first-date
                   move ob-acc-id to ph-first-acc
                   write ph-payee-record
                       not invalid key
                           add 1 to payees-added end-add
                   end-write
               end-if
           end-if.
           read settlement-file at end move "10" to
               settlement-file-status end-read.

       *> Procedure to load every dormancy release recent enough for
       *> activity after it to fall in the window
       load-releases.
           open input release-log-file.
           if release-log-file-status = "35"
               close release-log-file
               exit paragraph
           end-if.
           read release-log-file at end move "10" to
               release-log-file-status end-read.
           perform load-one-release
               until release-log-file-status = "10".
           close release-log-file.

       *> Procedure to keep the current release when it is recent,
       *> then read the next one
       load-one-release.
           move dl-rel-date to day-calc-date.
           perform compute-day-number.
           if run-day - day-calc-number not > release-days
               and rel-count < 999
               add 1 to rel-count end-add
               move dl-acc-id to rel-acc-id (rel-count)
               move dl-rel-date to rel-date (rel-count)
           end-if.
           read release-log-file at end move "10" to
               release-log-file-status end-read.

       *> Procedure to load every open case and every case closed
       *> within the window
       load-cases.
           move low-values to cs-case-id.
           start case-file key is greater than cs-case-id
               invalid key
                   move "10" to case-file-status
           end-start.
           perform load-one-case until case-file-status = "10".
           if case-overflow
               move "WARNING - case table full, some cases may be "
                   to report-line
               write report-line end-write
               move "raised twice" to report-line
               write report-line end-write
           end-if.

       *> Procedure to read the next case and keep it when it can
       *> still answer for activity in the window
       load-one-case.
           read case-file next record
               at end
                   move "10" to case-file-status
                   exit paragraph
           end-read.
           if cs-closed
               move cs-closed-date to day-calc-date
               perform compute-day-number
               if run-day - day-calc-number not < window-days
                   exit paragraph
               end-if
           end-if.
           if case-count = 9999
               move "Y" to case-overflow-flag
               exit paragraph
           end-if.
           add 1 to case-count end-add.
           move cs-case-id to cst-case-id (case-count).
           move cs-cust-id to cst-cust-id (case-count).
           move cs-pattern to cst-pattern (case-count).
           move cs-status to cst-status (case-count).
           move cs-closed-date to cst-closed-date (case-count).

       *> Procedure to release the window's activity to the sort:
       *> last month's archive when the window reaches back into it,
       *> the live journal, and every payee first paid in the window
       release-activity.
           if run-dd not > window-days
               move run-yymm to prior-period
               if prior-period-mm = 1
                   subtract 1 from prior-period-yy end-subtract
                   move 12 to prior-period-mm
               else
                   subtract 1 from prior-period-mm end-subtract
               end-if
               move spaces to jrn-file-name
               string "TJ" delimited by size
                   prior-period delimited by size
                   into jrn-file-name
               end-string
               perform release-journal-activity
           end-if.
           move "TXNJRNL" to jrn-file-name.
           perform release-journal-activity.
           perform release-new-payees.

       *> Procedure to walk the open journal once, releasing each
       *> posting in the window
       release-journal-activity.
           open input transaction-file.
           if transaction-file-status = "35"
               close transaction-file
               exit paragraph
           end-if.
           read transaction-file at end move "10" to
               transaction-file-status end-read.
           perform release-one-posting
               until transaction-file-status = "10".
           close transaction-file.

       *> Procedure to release the current posting to the customer
       *> on each side of it, when it is a customer's own movement of
       *> money in the window, then read the next one
       release-one-posting.
           move tj-txn-date to day-calc-date.
           perform compute-day-number.
           if run-day - day-calc-number < window-days
               and day-calc-number not > run-day
               and (tj-type-deposit or tj-type-withdrawal
                   or tj-type-transfer or tj-type-outbound
                   or tj-type-inbound)
               add 1 to rows-watched end-add
               move "J" to sx-kind
               move tj-txn-date to sx-txn-date
               move tj-txn-time to sx-txn-time
               move tj-txn-type to sx-txn-type
               move tj-amount to sx-amount
               if tj-src-acc not = 0
                   and acc-owner (tj-src-acc) not = 0
                   move acc-owner (tj-src-acc) to sx-cust-id
                   move tj-src-acc to sx-acc-id
                   move "O" to sx-dir
                   release sx-sort-record
               end-if
               if tj-dest-acc not = 0
                   and acc-owner (tj-dest-acc) not = 0
                   move acc-owner (tj-dest-acc) to sx-cust-id
                   move tj-dest-acc to sx-acc-id
                   move "I" to sx-dir
                   release sx-sort-record
               end-if
           end-if.
           read transaction-file at end move "10" to
               transaction-file-status end-read.

       *> Procedure to release every payee first paid in the window
       release-new-payees.
           move low-values to ph-key.
           start payee-file key is greater than ph-key
               invalid key
                   move "10" to payee-file-status
           end-start.
           perform release-one-payee until payee-file-status = "10".

       *> Procedure to read the next payee and release it when the
       *> customer first paid it in the window
       release-one-payee.
           read payee-file next record
               at end
                   move "10" to payee-file-status
                   exit paragraph
           end-read.
           move ph-first-date to day-calc-date.
           perform compute-day-number.
           if run-day - day-calc-number < window-days
               move ph-cust-id to sx-cust-id
               move ph-first-date to sx-txn-date
               move 0 to sx-txn-time
               move "P" to sx-kind
               move spaces to sx-txn-type
               move ph-first-acc to sx-acc-id
               move "O" to sx-dir
               move 0 to sx-amount
               release sx-sort-record
           end-if.

       *> Procedure to work through the sorted activity a customer at
       *> a time, in posting order within each customer
       review-customers.
           move "00" to sort-eof-status.
           return sort-file at end move "10" to sort-eof-status
               end-return.
           perform take-one-activity until sort-eof-status = "10".
           if customer-open
               perform finish-customer
           end-if.

       *> Procedure to add the current sorted row to its customer's
       *> figures, then return the next one
       take-one-activity.
           if not customer-open or sx-cust-id not = current-cust
               if customer-open
                   perform finish-customer
               end-if
               perform start-customer
           end-if.
           if sx-kind = "P"
               add 1 to payee-count end-add
               move sx-txn-date to payee-last
           else
               move sx-txn-date to day-calc-date
               perform compute-day-number
               move day-calc-number to row-day
               perform watch-near-threshold
               perform watch-pass-through
               perform watch-after-release
           end-if.
           return sort-file at end move "10" to sort-eof-status
               end-return.

       *> Procedure to clear the figures for a fresh customer
       start-customer.
           move sx-cust-id to current-cust.
           move "Y" to customer-open-flag.
           move 0 to near-count.
           move 0 to near-amount.
           move 0 to near-last.
           move 0 to in-day.
           move 0 to in-amount.
           move 0 to pass-count.
           move 0 to pass-amount.
           move 0 to pass-last.
           move 0 to rel-act-count.
           move 0 to rel-act-amount.
           move 0 to rel-act-last.
           move 0 to payee-count.
           move 0 to payee-last.

       *> Procedure to count counter cash just below the threshold
       watch-near-threshold.
           if (sx-txn-type = "AD" or sx-txn-type = "WD")
               and sx-amount not < near-floor
               and sx-amount < report-threshold
               add 1 to near-count end-add
               add sx-amount to near-amount end-add
               move sx-txn-date to near-last
           end-if.

       *> Procedure to remember the latest sizeable inbound, and
       *> count an outbound that takes most of it straight back out
       watch-pass-through.
           if sx-dir = "I"
               and (sx-txn-type = "AD" or sx-txn-type = "IB")
               and sx-amount not < pass-floor
               move row-day to in-day
               move sx-amount to in-amount
               exit paragraph
           end-if.
           if sx-dir = "O"
               and (sx-txn-type = "WD" or sx-txn-type = "OB")
               and in-amount > 0
               and row-day - in-day not > pass-days
               and sx-amount * 10 not < in-amount * 9
               add 1 to pass-count end-add
               add sx-amount to pass-amount end-add
               move sx-txn-date to pass-last
               move 0 to in-amount
           end-if.

       *> Procedure to count activity on an account released from
       *> dormancy, from the day of the release on
       watch-after-release.
           move "N" to rel-match-flag.
           perform check-one-release
               varying rel-sub from 1 by 1
               until rel-sub > rel-count or rel-matched.
           if rel-matched
               add 1 to rel-act-count end-add
               add sx-amount to rel-act-amount end-add
               move sx-txn-date to rel-act-last
           end-if.

       *> Procedure to test one release against the current row
       check-one-release.
           if rel-acc-id (rel-sub) = sx-acc-id
               and rel-date (rel-sub) not > sx-txn-date
               move "Y" to rel-match-flag
           end-if.

       *> Procedure to raise a case for each pattern the customer's
       *> activity amounts to
       finish-customer.
           if near-count not < near-alert-count
               move "ST" to alert-pattern
               move near-count to alert-count
               move near-amount to alert-amount
               move near-last to alert-last
               perform raise-case
           end-if.
           if pass-count > 0
               move "PT" to alert-pattern
               move pass-count to alert-count
               move pass-amount to alert-amount
               move pass-last to alert-last
               perform raise-case
           end-if.
           if rel-act-count not < release-alert-count
               or rel-act-amount not < report-threshold
               move "DR" to alert-pattern
               move rel-act-count to alert-count
               move rel-act-amount to alert-amount
               move rel-act-last to alert-last
               perform raise-case
           end-if.
           if payee-count not < payee-alert-count
               move "NP" to alert-pattern
               move payee-count to alert-count
               move 0 to alert-amount
               move payee-last to alert-last
               perform raise-case
           end-if.

       *> Procedure to raise the alert as a case - refreshing the
       *> customer's open case for the pattern if there is one, and
       *> passing over activity a closed case has already answered
       raise-case.
           move 0 to open-case-sub.
           move 0 to closed-case-sub.
           perform find-one-case
               varying case-sub from 1 by 1 until case-sub > case-count.
           if open-case-sub not = 0
               perform refresh-case
               exit paragraph
           end-if.
           if closed-case-sub not = 0
               add 1 to cases-cleared end-add
               exit paragraph
           end-if.
           perform write-new-case.

       *> Procedure to check one case against the customer and
       *> pattern being raised - a closed case only answers when it
       *> was closed on or after the latest activity
       find-one-case.
           if cst-cust-id (case-sub) = current-cust
               and cst-pattern (case-sub) = alert-pattern
               if cst-status (case-sub) = "O"
                   move case-sub to open-case-sub
               else
                   if cst-closed-date (case-sub) not < alert-last
                       move case-sub to closed-case-sub
                   end-if
               end-if
           end-if.

       *> Procedure to bring an open case's figures up to tonight's
       refresh-case.
           move cst-case-id (open-case-sub) to cs-case-id.
           read case-file key is cs-case-id
               invalid key
                   exit paragraph
           end-read.
           move alert-last to cs-last-date.
           move alert-count to cs-count.
           move alert-amount to cs-amount.
           rewrite cs-case-record end-rewrite.
           add 1 to cases-refreshed end-add.
           move "REFRESHED" to alert-action.
           perform report-case.

       *> Procedure to open a new case under the next case number
       write-new-case.
           move "T" to ct-key.
           read control-file key is ct-key
               invalid key
                   move 1 to ct-next-case-id
           end-read.
           if ct-next-case-id not numeric or ct-next-case-id = 0
               move 1 to ct-next-case-id
           end-if.
           move ct-next-case-id to new-case-id.
           add 1 to ct-next-case-id end-add.
           rewrite ct-control-record end-rewrite.
           move new-case-id to cs-case-id.
           move current-cust to cs-cust-id.
           move alert-pattern to cs-pattern.
           move run-date to cs-raised-date.
           move alert-last to cs-last-date.
           move alert-count to cs-count.
           move alert-amount to cs-amount.
           move "O" to cs-status.
           move 0 to cs-closed-date.
           move spaces to cs-closed-by.
           move space to cs-disposition.
           move spaces to cs-note.
           write cs-case-record
               invalid key
                   display "Case " new-case-id " could not be written"
                       end-display
                   exit paragraph
           end-write.
           add 1 to cases-raised end-add.
           move "RAISED" to alert-action.
           perform report-case.

       *> Procedure to put the case in the record area on the report
       report-case.
           move cs-amount to amount-ed.
           move spaces to detail-line.
           string alert-action delimited by space
               " case " delimited by size
               cs-case-id delimited by size
               " customer " delimited by size
               cs-cust-id delimited by size
               " " delimited by size
               cs-pattern delimited by size
               " count " delimited by size
               cs-count delimited by size
               " amount " delimited by size
               amount-ed delimited by size
               into detail-line
           end-string.
           move detail-line to report-line.
           write report-line end-write.

       *> Procedure to print the run totals at the foot of the report
       print-summary.
           move spaces to report-line.
           string rows-watched delimited by size
               " postings watched, " delimited by size
               payees-added delimited by size
               " new payees, " delimited by size
               cases-raised delimited by size
               " raised, " delimited by size
               cases-refreshed delimited by size
               " refreshed, " delimited by size
               cases-cleared delimited by size
               " already closed" delimited by size
               into report-line
           end-string.
           write report-line end-write.

       *> Procedure to close every open file
       close-files.
           close account-file.
           close control-file.
           close case-file.
           close payee-file.
           close report-file.

       end program sar_mon.
