      *> account, date and time, and the statements are printed off
      *> the sorted file account by account, with each owner's name
      *> and address pulled from the customer master for the mailing
      *> header. A joint account's statement is mailed to every
      *> owner: each further primary or joint owner on the account
      *> relationship file gets their own copy under their own name
      *> and address. A control page proves the cycle - accounts
      *> printed, copies, pages produced, and every account that
      *> produced no statement - before the envelopes go out.

       environment division.
       input-output section.
               record key is cm-cust-id
               file status is customer-file-status.

           select relation-file assign to "ACCTREL"
               organization is indexed
               access mode is dynamic
               record key is rl-key
               file status is relation-file-status.

      *> The journal name is set at run time, the same fallback
      *> acct_stmt uses: the period's dated archive first, then the
      *> live journal - a period lives in exactly one place, so the
       fd customer-file.
       copy "custrec.cpy".

       fd relation-file.
       copy "relrec.cpy".

       fd transaction-file.
       copy "txnrec.cpy".

       sd sort-file.
       01 sr-sort-record.
           05 sr-acc-id            pic 9(5).
      *> Who this copy of the statement is mailed to - zero for the
      *> account's owner on fm-cust-id, else the further owner's
      *> customer number, so each copy sorts together after it.
           05 sr-recipient         pic 9(5).
           05 sr-txn-date          pic 9(8).
           05 sr-txn-time          pic 9(8).
      *> Which side of the entry this account was on - a transfer is
      *> File status codes
       01 account-file-status pic x(02).
       01 customer-file-status pic x(02).
       01 relation-file-status pic x(02).
       01 transaction-file-status pic x(02).
       01 print-file-status pic x(02).
       01 control-page-file-status pic x(02).
      *> The account whose statement is being printed, and whether
      *> its master record was found so its lines should print
       01 current-acc pic 9(5) value 0.
       01 current-recipient pic 9(5) value 0.
       01 acct-printable-flag pic x(01) value "N".
           88 acct-printable value "Y".
      *> A further owner's copy of a statement that cannot print -
      *> its entries are already counted on the owner's own copy
           88 copy-suppressed value "S".

      *> Every further primary or joint owner on the relationship
      *> file, in account order as the file holds them, with the
      *> first row for each account noted against its number so an
      *> entry's copies are found without a search
       01 owner-table.
           05 ow-entry occurs 10000 times.
               10 ow-acc-id pic 9(5).
               10 ow-cust-id pic 9(5).
       01 owner-count pic 9(4) value 0.
       01 owner-sub pic 9(5).
       01 owner-first-table.
           05 ow-first pic 9(4) occurs 99999 times.
       01 owners-dropped pic 9(5) value 0.

      *> One slot per possible account number, marked as each
      *> statement prints so the control page can name every account

      *> Cycle control figures
       01 accounts-printed pic 9(5) value 0.
       01 copies-printed pic 9(5) value 0.
       01 pages-produced pic 9(7) value 0.
       01 page-line-count pic 9(3) value 0.
       01 lines-per-page pic 9(3) value 60.
           accept stmt-period end-accept.
           perform open-files.
           move all "N" to stmt-flag-table.
           perform load-joint-owners.
           sort sort-file
               on ascending key sr-acc-id sr-recipient sr-txn-date
                   sr-txn-time
               input procedure is release-entries
               output procedure is print-statements.
           perform write-control-page.
           open output print-file.
           open output control-page-file.

       *> Procedure to table every active further owner off the
       *> relationship file before the journal is read
       load-joint-owners.
           move zeros to owner-first-table.
           open input relation-file.
           if relation-file-status = "35"
               close relation-file
               exit paragraph
           end-if.
           move low-values to rl-key.
           start relation-file key is greater than rl-key
               invalid key
                   move "10" to relation-file-status
           end-start.
           perform load-one-owner until relation-file-status = "10".
           close relation-file.

       *> Procedure to read the next relationship and table it when
       *> it is an active owner
       load-one-owner.
           read relation-file next record
               at end
                   move "10" to relation-file-status
                   exit paragraph
           end-read.
           if rl-active and rl-owner and rl-acc-id not = 0
               if owner-count < 9999
                   add 1 to owner-count end-add
                   move rl-acc-id to ow-acc-id (owner-count)
                   move rl-cust-id to ow-cust-id (owner-count)
                   if ow-first (rl-acc-id) = 0
                       move owner-count to ow-first (rl-acc-id)
                   end-if
               else
                   add 1 to owners-dropped end-add
               end-if
           end-if.

       *> Procedure to read the period's journal once - the dated
       *> archive when the period has been cut over, then the live
       *> journal - releasing each entry to the sort
                   move tj-dest-acc to sr-acc-id
                   move "C" to sr-side
                   move tj-dest-run-bal to sr-run-bal
                   perform release-one-side
               end-if
               if tj-src-acc not = 0
                   move tj-src-acc to sr-acc-id
                   move "D" to sr-side
                   move tj-src-run-bal to sr-run-bal
                   perform release-one-side
               end-if
           end-if.
           read transaction-file at end move "10" to
               transaction-file-status end-read.

       *> Procedure to release one side of the entry for the
       *> account's owner, then once more for each further owner
       release-one-side.
           move 0 to sr-recipient.
           release sr-sort-record.
           if ow-first (sr-acc-id) not = 0
               perform release-one-copy
                   varying owner-sub from ow-first (sr-acc-id) by 1
                   until owner-sub > owner-count
                   or ow-acc-id (owner-sub) not = sr-acc-id
           end-if.

       *> Procedure to release the side again for one further owner
       release-one-copy.
           move ow-cust-id (owner-sub) to sr-recipient.
           release sr-sort-record.

       *> Procedure to print the statements off the sorted entries,
       *> breaking to a fresh statement each time the account or the
       *> copy changes
       print-statements.
           move "00" to sort-eof-status.
           return sort-file at end move "10" to sort-eof-status
       *> account's statement, then return the next one
       print-one-entry.
           if sr-acc-id not = current-acc
               or sr-recipient not = current-recipient
               perform start-account-statement
           end-if.
           if acct-printable
               perform print-detail-line
           else
               if not copy-suppressed
                   add 1 to orphan-entries end-add
               end-if
           end-if.
           return sort-file at end move "10" to sort-eof-status
               end-return.
       *> and address from the customer master for the mailing
       *> header. An account no longer on the master (closed during
       *> the period) gets no mailing - its entries are counted as
       *> orphaned on the control page instead. A further owner's
       *> copy follows the owner's own, and is suppressed along with
       *> it, or when the further owner has since become the owner.
       start-account-statement.
           move sr-acc-id to current-acc.
           move sr-recipient to current-recipient.
           move "N" to acct-printable-flag.
           if sr-recipient not = 0
               move "S" to acct-printable-flag
           end-if.
           move sr-acc-id to fm-acc-id.
           read account-file key is fm-acc-id
               invalid key
                   exit paragraph
           end-read.
           if sr-recipient not = 0
               if sr-recipient = fm-cust-id
                   exit paragraph
               end-if
               add 1 to copies-printed end-add
           else
               move "Y" to stmt-flag (sr-acc-id)
               add 1 to accounts-printed end-add
           end-if.
           move "Y" to acct-printable-flag.
           add 1 to pages-produced end-add.
           move 0 to page-line-count.
           perform print-statement-heading.

       *> Procedure to print the owner's name and address off the
       *> customer master - a missing customer record still gets a
       *> statement, just without a mailing block. A further owner's
       *> copy is addressed to them and marked as a copy.
       print-mailing-header.
           if current-recipient = 0
               move fm-cust-id to cm-cust-id
           else
               move current-recipient to cm-cust-id
               move "Joint owner copy" to print-line
               perform write-print-line
           end-if.
           read customer-file key is cm-cust-id
               invalid key
                   move "(customer not on file - no mailing header)"
           end-string.
           write control-line end-write.
           move spaces to control-line.
           string "Joint owner copies printed " delimited by size
               copies-printed delimited by size
               into control-line
           end-string.
           write control-line end-write.
           if owners-dropped not = 0
               move spaces to control-line
               string "Joint owners not mailed - owner table full: "
                   delimited by size
                   owners-dropped delimited by size
                   into control-line
               end-string
               write control-line end-write
           end-if.
           move spaces to control-line.
           string "Pages produced " delimited by size
               pages-produced delimited by size
               into control-line
