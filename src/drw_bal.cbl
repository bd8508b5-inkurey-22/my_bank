       identification division.
       program-id. drw_bal.

      *> Teller cash drawer balancing report - for one business day,
      *> every drawer closed that day is balanced: the cash it should
      *> hold (its opening float, plus the cash deposits and less the
      *> cash withdrawals journalled under the same operator id while
      *> it was open) against the cash counted out of it at close.
      *> Any difference is flagged OVER or SHORT, so a shortage is
      *> found the day it happens rather than when the vault is next
      *> counted. Drawers still open are listed as unbalanced.

       environment division.
       input-output section.
       file-control.
           select drawer-history-file assign to "DRWHIST"
               organization is line sequential
               file status is drawer-history-file-status.

           select drawer-file assign to "DRAWER"
               organization is indexed
               access mode is dynamic
               record key is dr-oper-id
               file status is drawer-file-status.

           select transaction-file assign to "TXNJRNL"
               organization is line sequential
               file status is transaction-file-status.

           select report-file assign to "DRWRPT"
               organization is line sequential
               file status is report-file-status.

       data division.
       file section.
       fd drawer-history-file.
       01 drawer-history-line pic x(92).

       fd drawer-file.
       copy "drwrec.cpy".

       fd transaction-file.
       copy "txnrec.cpy".

       fd report-file.
       01 report-line pic x(80).

       working-storage section.

      *> File status codes
       01 drawer-history-file-status pic x(02).
       01 drawer-file-status pic x(02).
       01 transaction-file-status pic x(02).
       01 report-file-status pic x(02).

      *> Business day being balanced
       01 report-date pic 9(8).

      *> The drawers closed that day, with the cash postings made
      *> under each one's operator id while it was open. The open
      *> and close moments are held as date and time run together,
      *> so a journal row's moment compares in one test.
       01 balance-table.
           05 balance-entry occurs 200 times.
               10 bl-oper-id pic x(04).
               10 bl-open-stamp pic 9(16).
               10 bl-close-stamp pic 9(16).
               10 bl-float pic 9(7)v99.
               10 bl-deposits pic 9(9)v99.
               10 bl-withdrawals pic 9(9)v99.
               10 bl-count pic 9(7)v99.
       01 balance-count pic 9(3) value 0.
       01 balance-sub pic 9(3).
       01 drawers-dropped pic 9(5) value 0.

      *> A journal row's moment, built the same way
       01 row-stamp pic 9(16).
       01 row-stamp-parts redefines row-stamp.
           05 row-stamp-date pic 9(8).
           05 row-stamp-time pic 9(8).
       01 work-stamp pic 9(16).
       01 work-stamp-parts redefines work-stamp.
           05 work-stamp-date pic 9(8).
           05 work-stamp-time pic 9(8).

      *> One drawer's position and the day's totals
       01 expected-amount pic s9(9)v99.
       01 difference-amount pic s9(9)v99.
       01 balance-flag pic x(05).
       01 drawers-over pic 9(5) value 0.
       01 drawers-short pic 9(5) value 0.
       01 drawers-open pic 9(5) value 0.

      *> Edited amount copies for the report
       01 float-ed pic z(6)9.99.
       01 deposits-ed pic z(8)9.99.
       01 withdrawals-ed pic z(8)9.99.
       01 expected-ed pic -(8)9.99.
       01 count-ed pic z(6)9.99.
       01 difference-ed pic -(8)9.99.
       01 detail-line pic x(80).

       procedure division.
           display "Business day to balance (YYYYMMDD): "
               with no advancing end-display.
           accept report-date end-accept.
           perform load-closed-drawers.
           perform tally-cash-postings.
           open output report-file.
           perform print-report-heading.
           perform print-one-drawer
               varying balance-sub from 1 by 1
               until balance-sub > balance-count.
           perform list-open-drawers.
           perform print-report-trailer.
           close report-file.
           display "Drawer balancing written to DRWRPT for "
               report-date " - " balance-count " drawer(s), "
               drawers-over " over, " drawers-short " short"
               end-display.
           goback.

       *> Procedure to table every drawer closed on the business day
       load-closed-drawers.
           open input drawer-history-file.
           if drawer-history-file-status = "35"
               close drawer-history-file
               exit paragraph
           end-if.
           read drawer-history-file at end move "10" to
               drawer-history-file-status end-read.
           perform load-one-drawer
               until drawer-history-file-status = "10".
           close drawer-history-file.

       *> Procedure to table the current closed drawer when it closed
       *> on the business day, then read the next one
       load-one-drawer.
           move drawer-history-line to dr-drawer-record.
           if dr-close-date = report-date
               if balance-count < 200
                   add 1 to balance-count end-add
                   move dr-oper-id to bl-oper-id (balance-count)
                   move dr-open-date to work-stamp-date
                   move dr-open-time to work-stamp-time
                   move work-stamp to bl-open-stamp (balance-count)
                   move dr-close-date to work-stamp-date
                   move dr-close-time to work-stamp-time
                   move work-stamp to bl-close-stamp (balance-count)
                   move dr-open-float to bl-float (balance-count)
                   move 0 to bl-deposits (balance-count)
                   move 0 to bl-withdrawals (balance-count)
                   move dr-close-count to bl-count (balance-count)
               else
                   add 1 to drawers-dropped end-add
               end-if
           end-if.
           read drawer-history-file at end move "10" to
               drawer-history-file-status end-read.

       *> Procedure to read the journal once, putting each cash
       *> deposit and withdrawal to the drawer it was taken through
       tally-cash-postings.
           if balance-count = 0
               exit paragraph
           end-if.
           open input transaction-file.
           if transaction-file-status = "35"
               close transaction-file
               exit paragraph
           end-if.
           read transaction-file at end move "10" to
               transaction-file-status end-read.
           perform tally-one-entry
               until transaction-file-status = "10".
           close transaction-file.

       *> Procedure to put the current entry to its drawer when it
       *> is cash over the counter, then read the next one
       tally-one-entry.
           if tj-txn-type = "AD" or tj-txn-type = "WD"
               move tj-txn-date to row-stamp-date
               move tj-txn-time to row-stamp-time
               perform match-one-drawer
                   varying balance-sub from 1 by 1
                   until balance-sub > balance-count
           end-if.
           read transaction-file at end move "10" to
               transaction-file-status end-read.

       *> Procedure to put the entry to one drawer when it was posted
       *> under that drawer's operator while the drawer was open
       match-one-drawer.
           if tj-oper-id = bl-oper-id (balance-sub)
               and row-stamp not < bl-open-stamp (balance-sub)
               and row-stamp not > bl-close-stamp (balance-sub)
               if tj-txn-type = "AD"
                   add tj-amount to bl-deposits (balance-sub) end-add
               else
                   add tj-amount to bl-withdrawals (balance-sub)
                   end-add
               end-if
           end-if.

       *> Procedure to write the report heading
       print-report-heading.
           move spaces to report-line.
           string "Cash drawer balancing for " delimited by size
               report-date delimited by size
               into report-line
           end-string.
           write report-line end-write.
           move spaces to report-line.
           string "Oper      Float    Deposits Withdrawals"
               delimited by size
               "    Expected   Counted  Difference" delimited by size
               into report-line
           end-string.
           write report-line end-write.

       *> Procedure to balance one drawer and write its line
       print-one-drawer.
           compute expected-amount = bl-float (balance-sub)
               + bl-deposits (balance-sub)
               - bl-withdrawals (balance-sub)
           end-compute.
           compute difference-amount = bl-count (balance-sub)
               - expected-amount
           end-compute.
           evaluate true
               when difference-amount > 0
                   move "OVER" to balance-flag
                   add 1 to drawers-over end-add
               when difference-amount < 0
                   move "SHORT" to balance-flag
                   add 1 to drawers-short end-add
               when other
                   move spaces to balance-flag
           end-evaluate.
           move bl-float (balance-sub) to float-ed.
           move bl-deposits (balance-sub) to deposits-ed.
           move bl-withdrawals (balance-sub) to withdrawals-ed.
           move expected-amount to expected-ed.
           move bl-count (balance-sub) to count-ed.
           move difference-amount to difference-ed.
           move spaces to detail-line.
           string bl-oper-id (balance-sub) delimited by size
               " " delimited by size
               float-ed delimited by size
               deposits-ed delimited by size
               withdrawals-ed delimited by size
               expected-ed delimited by size
               count-ed delimited by size
               difference-ed delimited by size
               " " delimited by size
               balance-flag delimited by size
               into detail-line
           end-string.
           move detail-line to report-line.
           write report-line end-write.

       *> Procedure to list every drawer still open - it cannot be
       *> balanced until it is counted out
       list-open-drawers.
           open input drawer-file.
           if drawer-file-status = "35"
               close drawer-file
               exit paragraph
           end-if.
           move low-values to dr-oper-id.
           start drawer-file key is greater than dr-oper-id
               invalid key
                   move "10" to drawer-file-status
           end-start.
           perform list-one-open-drawer
               until drawer-file-status = "10".
           close drawer-file.

       *> Procedure to read the next drawer and list it when open
       list-one-open-drawer.
           read drawer-file next record
               at end
                   move "10" to drawer-file-status
                   exit paragraph
           end-read.
           if dr-open
               add 1 to drawers-open end-add
               move spaces to report-line
               string dr-oper-id delimited by size
                   " STILL OPEN since " delimited by size
                   dr-open-date delimited by size
                   " - not balanced" delimited by size
                   into report-line
               end-string
               write report-line end-write
           end-if.

       *> Procedure to write the day's totals
       print-report-trailer.
           move spaces to report-line.
           string balance-count delimited by size
               " drawer(s) balanced, " delimited by size
               drawers-over delimited by size
               " over, " delimited by size
               drawers-short delimited by size
               " short, " delimited by size
               drawers-open delimited by size
               " still open" delimited by size
               into report-line
           end-string.
           write report-line end-write.
           if drawers-dropped not = 0
               move spaces to report-line
               string drawers-dropped delimited by size
                   " further drawer(s) closed that day not balanced "
                   delimited by size
                   "- table full" delimited by size
                   into report-line
               end-string
               write report-line end-write
           end-if.

       end program drw_bal.
