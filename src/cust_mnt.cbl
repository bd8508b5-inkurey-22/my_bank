      *> "0 for new customer" for somebody already on file. Every
      *> amendment and merge is logged to the change-history file for
      *> the audit trail. Amending is a teller matter; the merge
      *> repoints every account the duplicate holds, carries their
      *> account relationships (joint owner, signatory and the like)
      *> over to the survivor, and retires the duplicate record, so
      *> it needs a supervisor.

       environment division.
       input-output section.
               organization is line sequential
               file status is history-file-status.

           select relation-file assign to "ACCTREL"
               organization is indexed
               access mode is dynamic
               record key is rl-key
               file status is relation-file-status.

       data division.
       file section.
       fd customer-file.
       fd history-file.
       copy "chgrec.cpy".

       fd relation-file.
       copy "relrec.cpy".

       working-storage section.

      *> File status codes
       01 customer-file-status pic x(02).
       01 account-file-status pic x(02).
       01 history-file-status pic x(02).
       01 relation-file-status pic x(02).

      *> The signed-on operator, stamped on every history row
       01 oper-id pic x(04).
       01 dup-cust-id pic 9(5).
       01 surv-cust-id pic 9(5).
       01 accounts-repointed pic 9(5).
       01 relations-carried pic 9(5).

      *> The duplicate's relationship rows, gathered before any is
      *> moved - a row's key carries the customer number, so moving
      *> one is a delete and a fresh write, which must not disturb
      *> the walk that finds them
       01 carry-table.
           05 carry-entry occurs 999 times.
               10 carry-record pic x(36).
       01 carry-count pic 9(3).
       01 carry-sub pic 9(3).
       01 carried-record pic x(36).
       01 carried-status pic x(01).
       01 confirm-answer pic x(01).

      *> Set when the account master cannot be opened and walked -
           end-if
           delete customer-file record end-delete.
           close customer-file.
           perform carry-relationships.
           move dup-cust-id to maint-cust-id.
           move "MG" to ch-action.
           move spaces to ch-old-value.
           perform log-change.
           display "Merged - " accounts-repointed " account(s) "
               "repointed to customer " surv-cust-id end-display.
           if relations-carried not = 0
               display relations-carried " account relationship(s) "
                   "carried over" end-display
           end-if.
           display " " end-display.

       *> Procedure to walk the account master and repoint every
               add 1 to accounts-repointed end-add
           end-if.

       *> Procedure to carry every relationship the duplicate holds
       *> over to the survivor, logging each one against the survivor.
       *> Where the survivor already holds the same relationship, the
       *> survivor's row stands, revived if it had been ended while
       *> the duplicate's was still active.
       carry-relationships.
           move 0 to relations-carried.
           move 0 to carry-count.
           open i-o relation-file.
           if relation-file-status = "35"
               close relation-file
               exit paragraph
           end-if.
           move low-values to rl-key.
           start relation-file key is greater than rl-key
               invalid key
                   move "10" to relation-file-status
           end-start.
           perform gather-one-relationship
               until relation-file-status = "10".
           perform carry-one-relationship
               varying carry-sub from 1 by 1
               until carry-sub > carry-count.
           close relation-file.

       *> Procedure to read the next relationship and gather it when
       *> the duplicate holds it
       gather-one-relationship.
           read relation-file next record
               at end
                   move "10" to relation-file-status
                   exit paragraph
           end-read.
           if rl-cust-id = dup-cust-id and carry-count < 999
               add 1 to carry-count end-add
               move rl-relation-record to carry-record (carry-count)
           end-if.

       *> Procedure to move one gathered relationship to the survivor
       carry-one-relationship.
           move carry-record (carry-sub) to rl-relation-record.
           delete relation-file record
               invalid key
                   exit paragraph
           end-delete.
           move carry-record (carry-sub) to rl-relation-record.
           move surv-cust-id to rl-cust-id.
           move rl-relation-record to carried-record.
           move rl-status to carried-status.
           write rl-relation-record
               invalid key
                   perform merge-into-existing
           end-write.
           add 1 to relations-carried end-add.
           move surv-cust-id to maint-cust-id.
           move "RA" to ch-action.
           move spaces to ch-old-value.
           move spaces to ch-new-value.
           string "account " delimited by size
               rl-acc-id delimited by size
               " role " delimited by size
               rl-role delimited by size
               " from merged customer " delimited by size
               dup-cust-id delimited by size
               into ch-new-value
           end-string.
           perform log-change.

       *> Procedure to settle a carried relationship the survivor
       *> already holds - the survivor's row is kept, brought back to
       *> active when only the carried one still was
       merge-into-existing.
           read relation-file key is rl-key end-read.
           if rl-ended and carried-status = "A"
               move carried-record to rl-relation-record
               rewrite rl-relation-record end-rewrite
           end-if.

       *> Procedure to append one row to the change-history file,
       *> stamped with today's date, the current time and the
       *> signed-on operator - ch-action, ch-old-value and
