       identification division.
       program-id. jrn_chk.

      *> Shared journal chain verification - walks one journal file,
      *> the live TXNJRNL or a TJyyyymm archive, recomputing every
      *> row's check value from the row and the check value before
      *> it, and following the chain numbers from row to row. A row
      *> whose check value does not recompute has been altered; a
      *> gap in the numbers that no archived period on JRNCHAIN
      *> accounts for is rows deleted; a row with no chain number
      *> after the chain has started has been inserted; and a file
      *> that stops short of its anchor has lost rows off the end.
      *> Every finding, the first broken link and the file's totals
      *> are written to the report file the caller names. Called by
      *> the jrn_vfy verification run for each file, and by mst_rcvr
      *> before it will replay the journal.

       environment division.
       input-output section.
       file-control.
           select transaction-file assign to dynamic jrn-file-name
               organization is line sequential
               file status is transaction-file-status.

           select chain-file assign to "JRNCHAIN"
               organization is indexed
               access mode is dynamic
               record key is jc-key
               file status is chain-file-status.

           select report-file assign to dynamic rpt-file-name
               organization is line sequential
               file status is report-file-status.

       data division.
       file section.
       fd transaction-file.
       copy "txnrec.cpy".

       fd chain-file.
       copy "chainrec.cpy".

       fd report-file.
       01 report-line pic x(80).

       working-storage section.

      *> File status codes
       01 transaction-file-status pic x(02).
       01 chain-file-status pic x(02).
       01 report-file-status pic x(02).

       01 jrn-file-name pic x(20).
       01 rpt-file-name pic x(20).

      *> The anchors on JRNCHAIN: the live journal's last row, and
      *> each archived period's place in the chain
       01 live-last-seq pic 9(9) value 0.
       01 live-last-chain pic 9(10) value 0.
       01 period-table.
           05 period-entry occurs 999 times.
               10 pt-period pic x(06).
               10 pt-first-seq pic 9(9).
               10 pt-last-seq pic 9(9).
               10 pt-open-chain pic 9(10).
               10 pt-close-chain pic 9(10).
       01 period-count pic 9(4) value 0.
       01 period-sub pic 9(4).
       01 period-found-sub pic 9(4).

      *> The file's own anchor - the live one, or the archived
      *> period it holds
       01 anchor-seq pic 9(9).
       01 anchor-chain pic 9(10).

      *> Where the walk has got to: the last chained row's number
      *> and check value, and whether the chain has started yet
       01 prev-seq pic 9(9) value 0.
       01 prev-chain pic 9(10) value 0.
       01 chain-started-flag pic x(01) value "N".
           88 chain-started value "Y".
       01 link-known-flag pic x(01).
           88 link-known value "Y".

      *> Following the chain across the archived periods a gap in
      *> the numbers may stand for
       01 bridge-seq pic 9(9).
       01 bridge-chain pic 9(10).
       01 bridge-target pic 9(9).
       01 bridge-flag pic x(01).
           88 bridge-done value "Y".
           88 bridge-failed value "F".

      *> The part of the row the check value covers, and what it
      *> recomputes to
       01 chain-row-image pic x(90).
       01 expected-chain pic 9(10).

      *> The first broken link found
       01 first-break-flag pic x(01) value "N".
           88 first-break-found value "Y".
       01 first-break-seq pic 9(9).
       01 first-break-date pic 9(8).
       01 first-break-time pic 9(8).

      *> Totals for the file
       01 rows-checked pic 9(9) value 0.
       01 rows-unchained pic 9(9) value 0.
       01 rows-altered pic 9(9) value 0.
       01 rows-missing pic 9(9) value 0.
       01 missing-from pic 9(9).
       01 missing-to pic 9(9).

       01 amount-ed pic z(8)9.99.
       01 detail-line pic x(80).

       linkage section.
      *> la-rpt-mode: "N" starts the report afresh, "A" adds to it
      *> la-return-code: 0 = chain intact, 1 = chain broken,
      *> 2 = journal file not found
       01 la-jrn-file-name pic x(20).
       01 la-rpt-file-name pic x(20).
       01 la-rpt-mode pic x(01).
       01 la-return-code pic 9(1).

       procedure division using la-jrn-file-name la-rpt-file-name
           la-rpt-mode la-return-code.
           move la-jrn-file-name to jrn-file-name.
           move la-rpt-file-name to rpt-file-name.
           move 0 to prev-seq.
           move 0 to prev-chain.
           move "N" to chain-started-flag.
           move "N" to first-break-flag.
           move 0 to rows-checked.
           move 0 to rows-unchained.
           move 0 to rows-altered.
           move 0 to rows-missing.
           if la-rpt-mode = "N"
               open output report-file
           else
               open extend report-file
               if report-file-status = "35"
                   open output report-file
               end-if
           end-if.
           move spaces to report-line.
           string "Verifying " delimited by size
               jrn-file-name delimited by space
               into report-line
           end-string.
           write report-line end-write.
           perform load-anchors.
           open input transaction-file.
           if transaction-file-status = "35"
               close transaction-file
               move "  Journal not found" to report-line
               write report-line end-write
               close report-file
               move 2 to la-return-code
               goback
           end-if.
           read transaction-file at end move "10" to
               transaction-file-status end-read.
           perform check-one-row until transaction-file-status = "10".
           close transaction-file.
           perform check-file-end.
           perform report-file-totals.
           close report-file.
           if first-break-found
               move 1 to la-return-code
           else
               move 0 to la-return-code
           end-if.
           goback.

       *> Procedure to load the anchors off JRNCHAIN, and pick out the
       *> one this file's chain has to end on
       load-anchors.
           move 0 to live-last-seq.
           move 0 to live-last-chain.
           move 0 to period-count.
           open input chain-file.
           if chain-file-status = "35"
               close chain-file
           else
               move low-values to jc-key
               start chain-file key is greater than jc-key
                   invalid key
                       move "10" to chain-file-status
               end-start
               perform load-one-anchor until chain-file-status = "10"
               close chain-file
           end-if.
           move live-last-seq to anchor-seq.
           move live-last-chain to anchor-chain.
           if jrn-file-name (1:2) = "TJ"
               move 0 to anchor-seq
               move 0 to anchor-chain
               perform match-file-period
                   varying period-sub from 1 by 1
                   until period-sub > period-count
           end-if.

       *> Procedure to read the next anchor and keep it
       load-one-anchor.
           read chain-file next record
               at end
                   move "10" to chain-file-status
                   exit paragraph
           end-read.
           if jc-live-anchor
               move jc-last-seq to live-last-seq
               move jc-close-chain to live-last-chain
               exit paragraph
           end-if.
           if period-count < 999
               add 1 to period-count end-add
               move jc-key-period to pt-period (period-count)
               move jc-first-seq to pt-first-seq (period-count)
               move jc-last-seq to pt-last-seq (period-count)
               move jc-open-chain to pt-open-chain (period-count)
               move jc-close-chain to pt-close-chain (period-count)
           end-if.

       *> Procedure to take an archive's own period as where its
       *> chain has to end
       match-file-period.
           if pt-period (period-sub) = jrn-file-name (3:6)
               move pt-last-seq (period-sub) to anchor-seq
               move pt-close-chain (period-sub) to anchor-chain
           end-if.

       *> Procedure to check the current row's place in the chain,
       *> then read the next one
       check-one-row.
           add 1 to rows-checked end-add.
           if tj-chain-seq not numeric or tj-chain-seq = 0
               perform check-unchained-row
           else
               if not chain-started
                   perform start-chain
               else
                   perform follow-chain
               end-if
           end-if.
           read transaction-file at end move "10" to
               transaction-file-status end-read.

       *> Procedure to pass over a row posted before the chain was
       *> carried - once the chain has started there can be none,
       *> so one found after that has been put in since
       check-unchained-row.
           if not chain-started
               add 1 to rows-unchained end-add
               exit paragraph
           end-if.
           add 1 to rows-altered end-add.
           move tj-amount to amount-ed.
           move spaces to detail-line.
           string "  INSERTED entry with no chain number "
               delimited by size
               tj-txn-date delimited by size
               " " delimited by size
               tj-txn-time delimited by size
               " " delimited by size
               tj-txn-type delimited by size
               amount-ed delimited by size
               into detail-line
           end-string.
           move detail-line to report-line.
           write report-line end-write.
           perform note-first-break.

       *> Procedure to start following the chain at the file's first
       *> chained row - from the very start of the journal, from the
       *> archived period that ends just before it, or from the
       *> opening this archive was cut with
       start-chain.
           move "Y" to chain-started-flag.
           move "N" to link-known-flag.
           if tj-chain-seq = 1
               move 0 to prev-chain
               move "Y" to link-known-flag
           else
               perform find-chain-before
                   varying period-sub from 1 by 1
                   until period-sub > period-count or link-known
           end-if.
           if not link-known
               move 1 to missing-from
               compute missing-to = tj-chain-seq - 1 end-compute
               perform report-missing-rows
               move tj-chain-seq to prev-seq
               move tj-chain-value to prev-chain
               exit paragraph
           end-if.
           perform check-row-link.

       *> Procedure to find the check value of the row before the
       *> current one among the archived periods' anchors
       find-chain-before.
           if pt-last-seq (period-sub) + 1 = tj-chain-seq
               move pt-close-chain (period-sub) to prev-chain
               move "Y" to link-known-flag
               exit paragraph
           end-if.
           if pt-first-seq (period-sub) = tj-chain-seq
               move pt-open-chain (period-sub) to prev-chain
               move "Y" to link-known-flag
           end-if.

       *> Procedure to follow the chain from the last chained row to
       *> the current one - the next number checks straight on, a
       *> gap must be archived periods end to end, and a number gone
       *> backwards is a row out of place
       follow-chain.
           if tj-chain-seq = prev-seq + 1
               perform check-row-link
               exit paragraph
           end-if.
           if tj-chain-seq not > prev-seq
               add 1 to rows-altered end-add
               move spaces to detail-line
               string "  OUT OF SEQUENCE entry " delimited by size
                   tj-chain-seq delimited by size
                   " after " delimited by size
                   prev-seq delimited by size
                   into detail-line
               end-string
               move detail-line to report-line
               write report-line end-write
               perform note-first-break
               exit paragraph
           end-if.
           move prev-seq to bridge-seq.
           move prev-chain to bridge-chain.
           move tj-chain-seq to bridge-target.
           move "N" to bridge-flag.
           perform bridge-one-period
               until bridge-done or bridge-failed.
           if bridge-failed
               compute missing-from = prev-seq + 1 end-compute
               compute missing-to = tj-chain-seq - 1 end-compute
               perform report-missing-rows
               move tj-chain-seq to prev-seq
               move tj-chain-value to prev-chain
               exit paragraph
           end-if.
           move bridge-chain to prev-chain.
           perform check-row-link.

       *> Procedure to step the bridge over the archived period that
       *> starts straight after it, if there is one and it opened
       *> on the check value the bridge has reached, until it comes
       *> to the row before the target
       bridge-one-period.
           move 0 to period-found-sub.
           perform find-next-period
               varying period-sub from 1 by 1
               until period-sub > period-count.
           if period-found-sub = 0
               move "F" to bridge-flag
               exit paragraph
           end-if.
           if pt-open-chain (period-found-sub) not = bridge-chain
               or pt-last-seq (period-found-sub) not < bridge-target
               move "F" to bridge-flag
               exit paragraph
           end-if.
           move pt-last-seq (period-found-sub) to bridge-seq.
           move pt-close-chain (period-found-sub) to bridge-chain.
           if bridge-seq + 1 = bridge-target
               move "Y" to bridge-flag
           end-if.

       *> Procedure to check one period as the next after the bridge
       find-next-period.
           if pt-first-seq (period-sub) = bridge-seq + 1
               move period-sub to period-found-sub
           end-if.

       *> Procedure to recompute the current row's check value from
       *> the row and the check value before it. Whether it agrees
       *> or not, the walk carries on from the value the row holds,
       *> so one altered row is reported once and not as every row
       *> after it.
       check-row-link.
           move tj-transaction-record (1:90) to chain-row-image.
           call "jrn_hash" using chain-row-image prev-chain
               expected-chain
           end-call.
           if expected-chain not = tj-chain-value
               add 1 to rows-altered end-add
               move tj-amount to amount-ed
               move spaces to detail-line
               string "  ALTERED entry " delimited by size
                   tj-chain-seq delimited by size
                   " " delimited by size
                   tj-txn-date delimited by size
                   " " delimited by size
                   tj-txn-time delimited by size
                   " " delimited by size
                   tj-txn-type delimited by size
                   amount-ed delimited by size
                   into detail-line
               end-string
               move detail-line to report-line
               write report-line end-write
               perform note-first-break
           end-if.
           move tj-chain-seq to prev-seq.
           move tj-chain-value to prev-chain.

       *> Procedure to report a run of chain numbers with no row
       report-missing-rows.
           compute rows-missing = rows-missing + missing-to
               - missing-from + 1
           end-compute.
           move spaces to detail-line.
           string "  MISSING entries " delimited by size
               missing-from delimited by size
               " to " delimited by size
               missing-to delimited by size
               into detail-line
           end-string.
           move detail-line to report-line.
           write report-line end-write.
           if transaction-file-status not = "10"
               perform note-first-break
           end-if.

       *> Procedure to note the current row as the first broken link,
       *> if none has been found before it
       note-first-break.
           if first-break-found
               exit paragraph
           end-if.
           move "Y" to first-break-flag.
           move tj-chain-seq to first-break-seq.
           move tj-txn-date to first-break-date.
           move tj-txn-time to first-break-time.

       *> Procedure to check the file runs right up to its anchor -
       *> rows cut off the end leave no gap to find on the way, and a
       *> last row rebuilt with a fresh check value still has to end
       *> on the value the anchor recorded
       check-file-end.
           if anchor-seq = 0
               exit paragraph
           end-if.
           if anchor-seq = prev-seq
               if anchor-chain not = prev-chain
                   add 1 to rows-altered end-add
                   move spaces to report-line
                   string "  ALTERED last entry " delimited by size
                       prev-seq delimited by size
                       " - does not end on the anchor"
                       delimited by size
                       into report-line
                   end-string
                   write report-line end-write
                   move prev-seq to missing-from
                   perform note-end-break
               end-if
               exit paragraph
           end-if.
           if anchor-seq < prev-seq
               compute rows-altered = rows-altered + prev-seq
                   - anchor-seq
               end-compute
               move spaces to report-line
               string "  INSERTED entries after the anchor's last "
                   delimited by size
                   anchor-seq delimited by size
                   into report-line
               end-string
               write report-line end-write
               compute missing-from = anchor-seq + 1 end-compute
               perform note-end-break
               exit paragraph
           end-if.
      *> The live journal may end on rows already cut to archives
           if jrn-file-name (1:2) not = "TJ"
               move prev-seq to bridge-seq
               move prev-chain to bridge-chain
               compute bridge-target = anchor-seq + 1 end-compute
               move "N" to bridge-flag
               perform bridge-one-period
                   until bridge-done or bridge-failed
               if bridge-done and bridge-chain = anchor-chain
                   exit paragraph
               end-if
           end-if.
           compute missing-from = prev-seq + 1 end-compute.
           move anchor-seq to missing-to.
           perform report-missing-rows.
           perform note-end-break.

       *> Procedure to note a break found at the end of the file as
       *> the first, if none has been found before it - there is no
       *> row there to take a date and time from
       note-end-break.
           if first-break-found
               exit paragraph
           end-if.
           move "Y" to first-break-flag.
           move missing-from to first-break-seq.
           move 0 to first-break-date.
           move 0 to first-break-time.

       *> Procedure to write the file's totals and its verdict
       report-file-totals.
           move spaces to report-line.
           string "  " delimited by size
               rows-checked delimited by size
               " entries read, " delimited by size
               rows-unchained delimited by size
               " before the chain, " delimited by size
               rows-altered delimited by size
               " altered, " delimited by size
               rows-missing delimited by size
               " missing" delimited by size
               into report-line
           end-string.
           write report-line end-write.
           if not first-break-found
               move "  Chain intact" to report-line
               write report-line end-write
               exit paragraph
           end-if.
           move spaces to report-line.
           string "  CHAIN BROKEN - first broken link at entry "
               delimited by size
               first-break-seq delimited by size
               " " delimited by size
               first-break-date delimited by size
               " " delimited by size
               first-break-time delimited by size
               into report-line
           end-string.
           write report-line end-write.

       end program jrn_chk.
