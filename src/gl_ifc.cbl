       identification division.
       program-id. gl_ifc.

      *> Nightly general ledger interface - turns every journal entry
      *> posted since the last cut into double-entry GL postings and
      *> writes them, totalled by GL account, to the dated interface
      *> file GLyyyymmdd the ledger system loads. Each side of each
      *> entry is looked up on the GLMAP mapping file by journal type,
      *> side and product: the customer's side lands on the deposit
      *> liability for the account's product, the other side on
      *> teller cash, interest expense, fee income, penalty income or
      *> interbank settlement clearing. A reversal's own side is
      *> mapped under the type it reverses, so it lands back where
      *> the original did. A closure pays its balance out with no
      *> journal entry, so it is taken from the archive instead.
      *>
      *> The file is refused - nothing written, the cut left where it
      *> was, the step ended in failure - when any posting has no
      *> mapping, when the debits and credits do not net to zero, or
      *> when the net movement on the deposit liabilities does not
      *> agree with how far the control total has moved since the
      *> last cut. Every run lists what it found on GLRPT. The very
      *> first run has no earlier cut to measure from and only
      *> records one.

       environment division.
       input-output section.
       file-control.
           select control-file assign to "CTLFILE"
               organization is indexed
               access mode is dynamic
               record key is ct-key
               file status is control-file-status.

           select glmap-file assign to "GLMAP"
               organization is indexed
               access mode is dynamic
               record key is gm-key
               file status is glmap-file-status.

           select account-file assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is fm-acc-id
               file status is account-file-status.

           select archive-file assign to "ACCTARCH"
               organization is line sequential
               file status is archive-file-status.

      *> The journal name is set at run time - the dated archive of
      *> each period since the last cut, then the live journal.
           select transaction-file assign to dynamic jrn-file-name
               organization is line sequential
               file status is transaction-file-status.

           select gl-file assign to dynamic gl-file-name
               organization is line sequential
               file status is gl-file-status.

           select report-file assign to "GLRPT"
               organization is line sequential
               file status is report-file-status.

       data division.
       file section.
       fd control-file.
       copy "ctlrec.cpy".

       fd glmap-file.
       copy "glmaprec.cpy".

       fd account-file.
       copy "acctrec.cpy".

       fd archive-file.
       copy "arcacct.cpy".

       fd transaction-file.
       copy "txnrec.cpy".

       fd gl-file.
       copy "glrec.cpy".

       fd report-file.
       01 report-line pic x(80).

       working-storage section.

      *> File status codes
       01 control-file-status pic x(02).
       01 glmap-file-status pic x(02).
       01 account-file-status pic x(02).
       01 archive-file-status pic x(02).
       01 transaction-file-status pic x(02).
       01 gl-file-status pic x(02).
       01 report-file-status pic x(02).

       01 jrn-file-name pic x(20).
       01 gl-file-name pic x(20).

      *> The window this run covers: after the last cut, up to and
      *> including this one. Date and time side by side compare in
      *> posting order.
       01 last-cut-stamp.
           05 last-cut-date pic 9(8).
           05 last-cut-time pic 9(8).
       01 this-cut-stamp.
           05 this-cut-date pic 9(8).
           05 this-cut-time pic 9(8).
       01 row-stamp.
           05 row-date pic 9(8).
           05 row-time pic 9(8).

      *> The control total as it stood at each cut
       01 last-cut-total pic s9(11)v99.
       01 this-cut-total pic s9(11)v99.

      *> The journal periods read, from the last cut's to this one's
       01 jrn-period pic 9(6).
       01 jrn-period-parts redefines jrn-period.
           05 jrn-period-yy pic 9(4).
           05 jrn-period-mm pic 9(2).

      *> Every account's product type, from the archive for closed
      *> accounts and then the master for open ones
       01 acc-type-table.
           05 acc-prod pic x(01) occurs 99999 times.

      *> The reversals in the window and the type of the entry each
      *> one backs out, found by its reference date and time
       01 rv-table.
           05 rv-entry occurs 999 times.
               10 rv-ref-date pic 9(8).
               10 rv-ref-time pic 9(8).
               10 rv-orig-type pic x(02).
       01 rv-count pic 9(4) value 0.
       01 rv-sub pic 9(4).
       01 rv-found-sub pic 9(4).
       01 rv-overflow-flag pic x(01) value "N".
           88 rv-overflow value "Y".

      *> The night's postings totalled by GL account
       01 gl-table.
           05 gl-entry occurs 500 times.
               10 gl-t-acct pic x(10).
               10 gl-t-dr pic 9(13)v99.
               10 gl-t-cr pic 9(13)v99.
       01 gl-count pic 9(4) value 0.
       01 gl-sub pic 9(4).
       01 gl-found-sub pic 9(4).
       01 gl-overflow-flag pic x(01) value "N".
           88 gl-overflow value "Y".

      *> Which pass the journal walk is making - listing the
      *> reversals, or posting
       01 walk-pass pic x(01).
           88 collect-pass value "C".
           88 post-pass value "P".

      *> One side of a posting being mapped - the side it posts to,
      *> and the side its mapping is looked up under, which is the
      *> other one for a reversal's own side
       01 leg-txn-type pic x(02).
       01 leg-side pic x(01).
       01 leg-map-side pic x(01).
       01 leg-acc-type pic x(01).
       01 leg-acc-id pic 9(5).
       01 leg-amount pic 9(9)v99.
       01 leg-customer-flag pic x(01).
           88 leg-customer value "Y".
       01 orig-txn-type pic x(02).

      *> Run totals and the three proofs
       01 rows-posted pic 9(7) value 0.
       01 closures-posted pic 9(5) value 0.
       01 missing-count pic 9(5) value 0.
       01 total-dr pic 9(13)v99 value 0.
       01 total-cr pic 9(13)v99 value 0.
       01 liability-movement pic s9(13)v99 value 0.
       01 control-movement pic s9(13)v99 value 0.
       01 refuse-flag pic x(01) value "N".
           88 run-refused value "Y".

      *> Edited copies for the run report
       01 dr-ed pic z(12)9.99.
       01 cr-ed pic z(12)9.99.
       01 movement-ed pic -(12)9.99.
       01 detail-line pic x(80).

       procedure division.
           move 0 to return-code.
           open output report-file.
           perform take-cut.
           if last-cut-date = 0
               perform record-first-cut
               close control-file
               close report-file
               goback
           end-if.
           perform check-gl-file-free.
           if run-refused
               perform report-refusal
               close control-file
               close report-file
               goback
           end-if.
           open input glmap-file.
           if glmap-file-status = "35"
               move spaces to report-line
               string "No GL mapping file - run gl_map to load the "
                   delimited by size
                   "standard mapping" delimited by size
                   into report-line
               end-string
               write report-line end-write
               close glmap-file
               move "Y" to refuse-flag
               perform report-refusal
               close control-file
               close report-file
               goback
           end-if.
           perform load-account-types.
           perform collect-reversals.
           perform resolve-reversals.
           perform post-journal-rows.
           perform prove-postings.
           if run-refused
               perform report-refusal
           else
               perform write-gl-file
               perform advance-cut
           end-if.
           close glmap-file.
           close control-file.
           close report-file.
           goback.

       *> Procedure to fix this run's cut - the moment and the
       *> control total it covers up to - and fetch the last one
       take-cut.
           accept this-cut-date from date yyyymmdd.
           accept this-cut-time from time.
           open i-o control-file.
           if control-file-status = "35"
               open output control-file
               close control-file
               open i-o control-file
           end-if.
           move "T" to ct-key.
           read control-file key is ct-key
               invalid key
                   move 0 to ct-total
                   move 0 to ct-gl-date
           end-read.
           move ct-total to this-cut-total.
           if ct-gl-date not numeric
               move 0 to ct-gl-date
           end-if.
           move ct-gl-date to last-cut-date.
           move ct-gl-time to last-cut-time.
           move ct-gl-total to last-cut-total.
           move spaces to gl-file-name.
           string "GL" delimited by size
               this-cut-date delimited by size
               into gl-file-name
           end-string.

       *> Procedure to record the first cut, with nothing before it
       *> to post - the ledger's opening deposit balances are taken
       *> on from the control total by hand
       record-first-cut.
           perform advance-cut.
           move this-cut-total to movement-ed.
           move spaces to report-line.
           string "GL interface started at " delimited by size
               this-cut-date delimited by size
               " " delimited by size
               this-cut-time delimited by size
               " - deposits " delimited by size
               movement-ed delimited by size
               into report-line
           end-string.
           write report-line end-write.
           display "GL interface cut recorded - postings from now on "
               "go to the ledger" end-display.

       *> Procedure to refuse a second file for the same day - this
       *> cut has moved on from the one the file already there was
       *> written to, and writing again would lose its postings
       check-gl-file-free.
           open input gl-file.
           if gl-file-status = "00"
               move spaces to report-line
               string gl-file-name delimited by space
                   " already written - not written again"
                   delimited by size
                   into report-line
               end-string
               write report-line end-write
               move "Y" to refuse-flag
           end-if.
           close gl-file.

       *> Procedure to note every account's product type, and to
       *> post each closure payout that falls in the window
       load-account-types.
           move spaces to acc-type-table.
           open input archive-file.
           if archive-file-status not = "35"
               read archive-file at end move "10" to
                   archive-file-status end-read
               perform load-one-closed-type
                   until archive-file-status = "10"
           end-if.
           close archive-file.
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
           perform load-one-open-type until account-file-status = "10".
           close account-file.

       *> Procedure to note one closed account's type and post its
       *> payout when it closed in the window, then read the next
       *> archive row - a row archived before the close time was
       *> carried counts as closed at midnight
       load-one-closed-type.
           if ar-acc-id numeric and ar-acc-id not = 0
               move ar-acc-type to acc-prod (ar-acc-id)
               move ar-close-date to row-date
               if ar-close-time numeric
                   move ar-close-time to row-time
               else
                   move 0 to row-time
               end-if
               if row-stamp > last-cut-stamp
                   and row-stamp not > this-cut-stamp
                   and ar-acc-bal > 0
                   perform post-closure
               end-if
           end-if.
           read archive-file at end move "10" to archive-file-status
               end-read.

       *> Procedure to post a closure payout: off the account's
       *> deposit liability, out of the teller's cash
       post-closure.
           add 1 to closures-posted end-add.
           move ar-acc-bal to leg-amount.
           move "CL" to leg-txn-type.
           move "D" to leg-side.
           move "D" to leg-map-side.
           move ar-acc-type to leg-acc-type.
           move ar-acc-id to leg-acc-id.
           move "Y" to leg-customer-flag.
           perform map-one-leg.
           move "C" to leg-side.
           move "C" to leg-map-side.
           move "-" to leg-acc-type.
           move 0 to leg-acc-id.
           move "N" to leg-customer-flag.
           perform map-one-leg.

       *> Procedure to note the next open account's type
       load-one-open-type.
           read account-file next record
               at end
                   move "10" to account-file-status
                   exit paragraph
           end-read.
           move fm-acc-type to acc-prod (fm-acc-id).

       *> Procedure to walk every journal period from the last cut's
       *> to this one's, then the live journal - jrn_cut moves each
       *> entry rather than copying it, so none is read twice
       walk-journals.
           move last-cut-date (1:6) to jrn-period.
           perform walk-one-period
               until jrn-period > this-cut-date (1:6).
           move "TXNJRNL" to jrn-file-name.
           perform walk-one-journal.

       *> Procedure to read one period's archive and step to the
       *> next period
       walk-one-period.
           move spaces to jrn-file-name.
           string "TJ" delimited by size
               jrn-period delimited by size
               into jrn-file-name
           end-string.
           perform walk-one-journal.
           if jrn-period-mm = 12
               add 1 to jrn-period-yy end-add
               move 1 to jrn-period-mm
           else
               add 1 to jrn-period-mm end-add
           end-if.

       *> Procedure to read the named journal through once, handing
       *> each entry in the window to the pass being run
       walk-one-journal.
           open input transaction-file.
           if transaction-file-status = "35"
               close transaction-file
               exit paragraph
           end-if.
           read transaction-file at end move "10" to
               transaction-file-status end-read.
           perform walk-one-row until transaction-file-status = "10".
           close transaction-file.

       *> Procedure to hand the current entry to the pass being run
       *> when it falls in the window, then read the next one
       walk-one-row.
           move tj-txn-date to row-date.
           move tj-txn-time to row-time.
           if row-stamp > last-cut-stamp
               and row-stamp not > this-cut-stamp
               if post-pass
                   perform post-one-row
               else
                   perform collect-one-reversal
               end-if
           end-if.
           read transaction-file at end move "10" to
               transaction-file-status end-read.

       *> Procedure to list the reversals in the window, so the type
       *> each one backs out can be looked up before anything posts
       collect-reversals.
           move "C" to walk-pass.
           perform walk-journals.

       *> Procedure to list the current entry when it is a reversal
       collect-one-reversal.
           if not tj-type-reversal
               exit paragraph
           end-if.
           if rv-count = 999
               move "Y" to rv-overflow-flag
               exit paragraph
           end-if.
           add 1 to rv-count end-add.
           move tj-ref-date to rv-ref-date (rv-count).
           move tj-ref-time to rv-ref-time (rv-count).
           move spaces to rv-orig-type (rv-count).

       *> Procedure to find the entry each reversal backs out: first
       *> the archive of the period it was posted in, the same places
       *> txn_rev looked for it, then the live journal for any still
       *> not found
       resolve-reversals.
           if rv-overflow
               move "Y" to refuse-flag
               move spaces to report-line
               string "More than 999 reversals since the last cut - "
                   delimited by size
                   "reversal table full" delimited by size
                   into report-line
               end-string
               write report-line end-write
               exit paragraph
           end-if.
           perform resolve-one-period
               varying rv-sub from 1 by 1 until rv-sub > rv-count.
           move "TXNJRNL" to jrn-file-name.
           perform scan-for-originals.

       *> Procedure to scan the period archive of one reversal still
       *> not matched - it matches every reversal of that period it
       *> finds, so the period is seldom read twice
       resolve-one-period.
           if rv-orig-type (rv-sub) not = spaces
               exit paragraph
           end-if.
           move spaces to jrn-file-name.
           string "TJ" delimited by size
               rv-ref-date (rv-sub) (1:6) delimited by size
               into jrn-file-name
           end-string.
           perform scan-for-originals.

       *> Procedure to read the named journal through, matching each
       *> entry against the reversals
       scan-for-originals.
           open input transaction-file.
           if transaction-file-status = "35"
               close transaction-file
               exit paragraph
           end-if.
           read transaction-file at end move "10" to
               transaction-file-status end-read.
           perform match-one-original
               until transaction-file-status = "10".
           close transaction-file.

       *> Procedure to note the current entry's type against every
       *> reversal that points back at it, then read the next one
       match-one-original.
           if not tj-type-reversal
               perform match-one-reversal
                   varying rv-found-sub from 1 by 1
                   until rv-found-sub > rv-count
           end-if.
           read transaction-file at end move "10" to
               transaction-file-status end-read.

       *> Procedure to match the current entry against one reversal
       match-one-reversal.
           if rv-ref-date (rv-found-sub) = tj-txn-date
               and rv-ref-time (rv-found-sub) = tj-txn-time
               move tj-txn-type to rv-orig-type (rv-found-sub)
           end-if.

       *> Procedure to post every entry in the window, now that each
       *> reversal's original type is known
       post-journal-rows.
           move "P" to walk-pass.
           perform walk-journals.

       *> Procedure to post both sides of one journal entry. A side
       *> carrying a customer account maps by the account's product;
       *> the other side maps by the entry's type - a reversal's
       *> under the type it reverses, with the side turned round.
       post-one-row.
           add 1 to rows-posted end-add.
           move tj-amount to leg-amount.
           move spaces to orig-txn-type.
           if tj-type-reversal
               perform find-original-type
           end-if.
           move "D" to leg-side.
           move tj-src-acc to leg-acc-id.
           perform set-row-leg.
           perform map-one-leg.
           move "C" to leg-side.
           move tj-dest-acc to leg-acc-id.
           perform set-row-leg.
           perform map-one-leg.

       *> Procedure to find the type of the entry the current
       *> reversal backs out
       find-original-type.
           perform find-one-original
               varying rv-found-sub from 1 by 1
               until rv-found-sub > rv-count.

       *> Procedure to check one listed reversal against the current
       *> entry
       find-one-original.
           if rv-ref-date (rv-found-sub) = tj-ref-date
               and rv-ref-time (rv-found-sub) = tj-ref-time
               move rv-orig-type (rv-found-sub) to orig-txn-type
           end-if.

       *> Procedure to set the mapping key for the side being posted
       set-row-leg.
           move leg-side to leg-map-side.
           if leg-acc-id not = 0
               move tj-txn-type to leg-txn-type
               move acc-prod (leg-acc-id) to leg-acc-type
               move "Y" to leg-customer-flag
               exit paragraph
           end-if.
           move "-" to leg-acc-type.
           move "N" to leg-customer-flag.
           if not tj-type-reversal
               move tj-txn-type to leg-txn-type
               exit paragraph
           end-if.
           move orig-txn-type to leg-txn-type.
           if leg-side = "D"
               move "C" to leg-map-side
           else
               move "D" to leg-map-side
           end-if.

       *> Procedure to look up one side of a posting and add it to
       *> its GL account - an unmapped side is listed and refuses the
       *> file
       map-one-leg.
           move leg-txn-type to gm-txn-type.
           move leg-map-side to gm-side.
           move leg-acc-type to gm-acc-type.
           read glmap-file key is gm-key
               invalid key
                   perform report-missing-mapping
           end-read.
           if glmap-file-status not = "00"
               exit paragraph
           end-if.
           perform find-gl-entry.
           if gl-overflow
               exit paragraph
           end-if.
           if leg-side = "D"
               add leg-amount to gl-t-dr (gl-sub) end-add
               add leg-amount to total-dr end-add
               if leg-customer
                   subtract leg-amount from liability-movement
                   end-subtract
               end-if
           else
               add leg-amount to gl-t-cr (gl-sub) end-add
               add leg-amount to total-cr end-add
               if leg-customer
                   add leg-amount to liability-movement end-add
               end-if
           end-if.

       *> Procedure to list a posting side with no mapping
       report-missing-mapping.
           add 1 to missing-count end-add.
           move leg-amount to dr-ed.
           move spaces to report-line.
           if leg-txn-type = spaces
               string "NO MAPPING - reversed entry not found, "
                   delimited by size
                   "amount " delimited by size
                   dr-ed delimited by size
                   into report-line
               end-string
               write report-line end-write
               exit paragraph
           end-if.
           if leg-customer
               string "NO MAPPING " delimited by size
                   leg-txn-type delimited by size
                   " " delimited by size
                   leg-map-side delimited by size
                   " product '" delimited by size
                   leg-acc-type delimited by size
                   "' account " delimited by size
                   leg-acc-id delimited by size
                   " amount " delimited by size
                   dr-ed delimited by size
                   into report-line
               end-string
           else
               string "NO MAPPING " delimited by size
                   leg-txn-type delimited by size
                   " " delimited by size
                   leg-map-side delimited by size
                   " - amount " delimited by size
                   dr-ed delimited by size
                   into report-line
               end-string
           end-if.
           write report-line end-write.

       *> Procedure to find the GL account's row in the night's
       *> table, adding it the first time it is posted to
       find-gl-entry.
           move 0 to gl-found-sub.
           perform match-one-gl-entry
               varying gl-sub from 1 by 1 until gl-sub > gl-count.
           move gl-found-sub to gl-sub.
           if gl-sub = 0
               if gl-count = 500
                   move "Y" to gl-overflow-flag
                   exit paragraph
               end-if
               add 1 to gl-count end-add
               move gl-count to gl-sub
               move gm-gl-acct to gl-t-acct (gl-sub)
               move 0 to gl-t-dr (gl-sub)
               move 0 to gl-t-cr (gl-sub)
           end-if.

       *> Procedure to check one row of the table against the GL
       *> account being posted to
       match-one-gl-entry.
           if gl-t-acct (gl-sub) = gm-gl-acct
               move gl-sub to gl-found-sub
           end-if.

       *> Procedure to list each GL account's totals and prove the
       *> postings three ways before anything is written
       prove-postings.
           perform print-one-gl-total
               varying gl-sub from 1 by 1 until gl-sub > gl-count.
           compute control-movement = this-cut-total - last-cut-total
           end-compute.
           move total-dr to dr-ed.
           move total-cr to cr-ed.
           move spaces to report-line.
           string "Total debits " delimited by size
               dr-ed delimited by size
               "  total credits " delimited by size
               cr-ed delimited by size
               into report-line
           end-string.
           write report-line end-write.
           move liability-movement to movement-ed.
           move spaces to report-line.
           string "Deposit liability movement " delimited by size
               movement-ed delimited by size
               into report-line
           end-string.
           write report-line end-write.
           move control-movement to movement-ed.
           move spaces to report-line.
           string "Control total movement     " delimited by size
               movement-ed delimited by size
               into report-line
           end-string.
           write report-line end-write.
           if missing-count > 0
               move "Y" to refuse-flag
               move spaces to report-line
               string missing-count delimited by size
                   " posting side(s) with no GL mapping"
                   delimited by size
                   into report-line
               end-string
               write report-line end-write
           end-if.
           if gl-overflow
               move "Y" to refuse-flag
               move "More than 500 GL accounts posted to" to
                   report-line
               write report-line end-write
           end-if.
           if total-dr not = total-cr
               move "Y" to refuse-flag
               move "Debits and credits do not net to zero" to
                   report-line
               write report-line end-write
           end-if.
           if liability-movement not = control-movement
               move "Y" to refuse-flag
               move spaces to report-line
               string "Deposit liability movement does not agree "
                   delimited by size
                   "with the control total" delimited by size
                   into report-line
               end-string
               write report-line end-write
           end-if.

       *> Procedure to list one GL account's totals
       print-one-gl-total.
           move gl-t-dr (gl-sub) to dr-ed.
           move gl-t-cr (gl-sub) to cr-ed.
           move spaces to detail-line.
           string "GL " delimited by size
               gl-t-acct (gl-sub) delimited by size
               " debits " delimited by size
               dr-ed delimited by size
               " credits " delimited by size
               cr-ed delimited by size
               into detail-line
           end-string.
           move detail-line to report-line.
           write report-line end-write.

       *> Procedure to write the night's interface file: one detail
       *> row per GL account, then the control trailer
       write-gl-file.
           open output gl-file.
           perform write-one-gl-row
               varying gl-sub from 1 by 1 until gl-sub > gl-count.
           move spaces to gl-interface-record.
           move "T" to gl-rec-type.
           move gl-count to gl-trl-count.
           move total-dr to gl-trl-dr-total.
           move total-cr to gl-trl-cr-total.
           write gl-interface-record end-write.
           close gl-file.
           move spaces to report-line.
           string gl-file-name delimited by space
               " written - " delimited by size
               rows-posted delimited by size
               " journal entries, " delimited by size
               closures-posted delimited by size
               " closures" delimited by size
               into report-line
           end-string.
           write report-line end-write.
           display "GL interface written to " gl-file-name end-display.

       *> Procedure to write one GL account's detail row
       write-one-gl-row.
           move "D" to gl-rec-type.
           move this-cut-date to gl-post-date.
           move gl-t-acct (gl-sub) to gl-acct.
           move gl-t-dr (gl-sub) to gl-dr-amount.
           move gl-t-cr (gl-sub) to gl-cr-amount.
           write gl-interface-record end-write.

       *> Procedure to move the cut on to this run's, so the next
       *> night's file starts where this one stopped
       advance-cut.
           move "T" to ct-key.
           read control-file key is ct-key
               invalid key
                   display "Control record not found - GL cut not "
                       "recorded" end-display
                   exit paragraph
           end-read.
           move this-cut-date to ct-gl-date.
           move this-cut-time to ct-gl-time.
           move this-cut-total to ct-gl-total.
           rewrite ct-control-record end-rewrite.

       *> Procedure to report a refused run and end the step in
       *> failure, so the end-of-day stream stops here until it is
       *> put right
       report-refusal.
           move spaces to report-line.
           string "GL file REFUSED - nothing written, cut left at "
               delimited by size
               last-cut-date delimited by size
               " " delimited by size
               last-cut-time delimited by size
               into report-line
           end-string.
           write report-line end-write.
           display "GL interface refused - see GLRPT" end-display.
           move 8 to return-code.

       end program gl_ifc.
