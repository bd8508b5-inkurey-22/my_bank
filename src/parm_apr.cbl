       identification division.
       program-id. parm_apr.

      *> Supervisor parameter change approval - lists the overdraft,
      *> daily limit, fee schedule and operator changes raised on
      *> od_set, lim_set, fee_set and oper_add, and approves or
      *> rejects them. A change takes effect only here, on approval
      *> by a supervisor other than the one who raised it - nobody
      *> approves their own change, nor a change to their own
      *> operator record. Applying a change re-checks it against the
      *> file as it stands now; one that no longer fits (the account
      *> closed, or overdrawn beyond the new limit) is marked failed
      *> rather than forced through. Every decision goes to the
      *> parameter audit trail with the values actually overwritten.

       environment division.
       input-output section.
       file-control.
           select request-file assign to "PARMREQ"
               organization is indexed
               access mode is dynamic
               record key is pr-req-id
               file status is request-file-status.

           select account-file assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is fm-acc-id
               file status is account-file-status.

           select fee-file assign to "FEESCHED"
               organization is indexed
               access mode is dynamic
               record key is fs-acc-type
               file status is fee-file-status.

           select operator-file assign to "OPRMAST"
               organization is indexed
               access mode is dynamic
               record key is op-oper-id
               file status is operator-file-status.

       data division.
       file section.
       fd request-file.
       copy "parmreq.cpy".

       fd account-file.
       copy "acctrec.cpy".

       fd fee-file.
       copy "feerec.cpy".

       fd operator-file.
       copy "oprrec.cpy".

       working-storage section.

      *> File status codes
       01 request-file-status pic x(02).
       01 account-file-status pic x(02).
       01 fee-file-status pic x(02).
       01 operator-file-status pic x(02).

      *> The signed-on supervisor, stamped on every decision
       01 oper-id pic x(04).
       01 oper-role pic x(01).
       01 sgn-return-code pic 9(1).

      *> User input variables
       01 action pic 9(1).
       01 req-id pic 9(5).
       01 confirm-answer pic x(01).

      *> The request's values, laid out for applying
       copy "parmval.cpy".

      *> Whether the change could be applied, and why not
       01 apply-fail-flag pic x(01).
           88 apply-failed value "Y".
       01 apply-fail-reason pic x(50).
       01 record-found-flag pic x(01).
           88 record-found value "Y".
       01 today-date pic 9(8).

      *> The request as decided, handed to the audit writer once
      *> the request file is closed
       01 log-request-row pic x(173).
       01 log-event pic x(02).

      *> Readable copies of the values for the screen
       01 old-text pic x(60).
       01 new-text pic x(60).
       01 requests-listed pic 9(5).

       procedure division.
           perform supervisor-sign-on.
           perform main.
           goback.

       *> Procedure to sign the supervisor on before anything is
       *> shown - only a supervisor decides a parameter change
       supervisor-sign-on.
           call "oper_sgn" using oper-id oper-role sgn-return-code
           end-call.
           if sgn-return-code not = 0
               display "Sign-on refused" end-display
               goback
           end-if.
           if oper-role not = "S"
               display "Parameter change approval needs a supervisor"
                   end-display
               goback
           end-if.

       *> Main procedure to handle user actions
       main.
           perform until action = 4
               display "Select an action: " end-display
               display "1. List pending changes" end-display
               display "2. Approve a change" end-display
               display "3. Reject a change" end-display
               display "4. Exit" end-display
               display "-> " with no advancing end-display
               accept action end-accept
               display " " end-display
               evaluate action
                   when 1
                       perform list-pending-requests
                   when 2
                       perform approve-request
                   when 3
                       perform reject-request
                   when 4
                       continue
                   when other
                       display "Invalid action" end-display
                       display " " end-display
               end-evaluate
           end-perform.

       *> Procedure to list every change still waiting for a decision
       list-pending-requests.
           move 0 to requests-listed.
           open input request-file.
           if request-file-status = "35"
               display "No change requests on file" end-display
               display " " end-display
               close request-file
               exit paragraph
           end-if.
           move low-values to pr-req-id.
           start request-file key is greater than pr-req-id
               invalid key
                   move "10" to request-file-status
           end-start.
           perform list-one-request until request-file-status = "10".
           close request-file.
           display requests-listed " change(s) pending" end-display.
           display " " end-display.

       *> Procedure to read the next request and show it when pending
       list-one-request.
           read request-file next record
               at end
                   move "10" to request-file-status
                   exit paragraph
           end-read.
           if pr-pending
               add 1 to requests-listed end-add
               perform show-one-request
           end-if.

       *> Procedure to approve a pending change and apply it
       approve-request.
           perform find-pending-request.
           if req-id = 0
               exit paragraph
           end-if.
           if pr-req-by = oper-id
               display "You raised request " req-id " - a different "
                   "supervisor must approve it" end-display
               display " " end-display
               close request-file
               exit paragraph
           end-if.
           if pr-oper-change and pr-target = oper-id
               display "Request " req-id " changes your own operator "
                   "record - a different supervisor must approve it"
                   end-display
               display " " end-display
               close request-file
               exit paragraph
           end-if.
           display "Approve and apply this change (Y/N)? "
               with no advancing end-display.
           accept confirm-answer end-accept.
           if confirm-answer not = "Y"
               display "Approval abandoned" end-display
               display " " end-display
               close request-file
               exit paragraph
           end-if.
           accept today-date from date yyyymmdd.
           move "N" to apply-fail-flag.
           move spaces to apply-fail-reason.
           evaluate true
               when pr-od-limit-change
                   perform apply-od-limit
               when pr-day-limit-change
                   perform apply-day-limit
               when pr-fee-change
                   perform apply-fee-schedule
               when pr-oper-change
                   perform apply-operator
               when other
                   move "Y" to apply-fail-flag
                   move "unknown kind of change" to apply-fail-reason
           end-evaluate.
           if apply-failed
               move "F" to pr-status
               move "FL" to log-event
           else
               move "A" to pr-status
               move "AP" to log-event
           end-if.
           perform record-decision.
           if apply-failed
               display "Request " req-id " could not be applied - "
                   apply-fail-reason end-display
           else
               display "Request " req-id " approved and applied"
                   end-display
           end-if.
           display " " end-display.

       *> Procedure to reject a pending change - it never applies.
       *> The supervisor who raised it may withdraw it this way too.
       reject-request.
           perform find-pending-request.
           if req-id = 0
               exit paragraph
           end-if.
           display "Reject this change (Y/N)? " with no advancing
               end-display.
           accept confirm-answer end-accept.
           if confirm-answer not = "Y"
               display "Rejection abandoned" end-display
               display " " end-display
               close request-file
               exit paragraph
           end-if.
           move "R" to pr-status.
           move "RJ" to log-event.
           perform record-decision.
           display "Request " req-id " rejected" end-display.
           display " " end-display.

       *> Procedure to key a request number and read it, leaving the
       *> request file open on it when it is still pending - a zero
       *> request number on return means there is nothing to decide
       find-pending-request.
           display "Request number: " with no advancing end-display.
           accept req-id end-accept.
           open i-o request-file.
           if request-file-status = "35"
               display "No change requests on file" end-display
               display " " end-display
               close request-file
               move 0 to req-id
               exit paragraph
           end-if.
           move req-id to pr-req-id.
           read request-file key is pr-req-id
               invalid key
                   display "Request not found" end-display
                   display " " end-display
                   close request-file
                   move 0 to req-id
                   exit paragraph
           end-read.
           if not pr-pending
               display "Request " req-id " has already been decided"
                   end-display
               display " " end-display
               close request-file
               move 0 to req-id
               exit paragraph
           end-if.
           perform show-one-request.

       *> Procedure to stamp the decision on the open request, close
       *> the request file and audit the decision
       record-decision.
           move oper-id to pr-dec-by.
           accept pr-dec-date from date yyyymmdd.
           accept pr-dec-time from time.
           rewrite pr-request-record end-rewrite.
           move pr-request-record to log-request-row.
           close request-file.
           call "parm_log" using log-request-row log-event oper-id
           end-call.

       *> Procedure to show the request in the record area
       show-one-request.
           call "parm_fmt" using pr-kind pr-old-values old-text
           end-call.
           call "parm_fmt" using pr-kind pr-new-values new-text
           end-call.
           display "Request " pr-req-id " " pr-kind " for " pr-target
               " raised by " pr-req-by " on " pr-req-date end-display.
           display "  Was: " old-text end-display.
           display "  New: " new-text end-display.

       *> Procedure to apply an overdraft limit - still checking-only,
       *> and never below what the account is already overdrawn by
       apply-od-limit.
           move pr-new-values to pv-param-values.
           open i-o account-file.
           move pr-target to fm-acc-id.
           read account-file key is fm-acc-id
               invalid key
                   move "Y" to apply-fail-flag
                   move "account no longer on file" to apply-fail-reason
                   close account-file
                   exit paragraph
           end-read.
           if not fm-acc-checking
               move "Y" to apply-fail-flag
               move "account is not checking" to apply-fail-reason
               close account-file
               exit paragraph
           end-if.
           if fm-acc-bal < 0 and fm-acc-bal + pv-od-limit < 0
               move "Y" to apply-fail-flag
               move "account is overdrawn beyond that limit"
                   to apply-fail-reason
               close account-file
               exit paragraph
           end-if.
           move fm-acc-od-limit to pv-od-limit.
           move pv-param-values to pr-old-values.
           move pr-new-values to pv-param-values.
           move pv-od-limit to fm-acc-od-limit.
           rewrite fm-account-record end-rewrite.
           close account-file.

       *> Procedure to apply a daily limit change - a new limit when
       *> one was keyed, and the waiver for the day it is approved
       apply-day-limit.
           open i-o account-file.
           move pr-target to fm-acc-id.
           read account-file key is fm-acc-id
               invalid key
                   move "Y" to apply-fail-flag
                   move "account no longer on file" to apply-fail-reason
                   close account-file
                   exit paragraph
           end-read.
           move spaces to pv-param-values.
           move fm-acc-day-limit to pv-day-limit.
           move "Y" to pv-limit-flag.
           move "N" to pv-ovr-flag.
           move fm-acc-ovr-date to pv-ovr-date.
           move pv-param-values to pr-old-values.
           move pr-new-values to pv-param-values.
           if pv-limit-flag = "Y"
               move pv-day-limit to fm-acc-day-limit
           end-if.
           if pv-ovr-flag = "Y"
               move today-date to fm-acc-ovr-date
           end-if.
           rewrite fm-account-record end-rewrite.
           close account-file.

       *> Procedure to apply a fee schedule - a new row for a product
       *> type with no schedule yet
       apply-fee-schedule.
           open i-o fee-file.
           if fee-file-status = "35"
               open output fee-file
               close fee-file
               open i-o fee-file
           end-if.
           move "Y" to record-found-flag.
           move spaces to pr-old-values.
           move pr-target to fs-acc-type.
           read fee-file key is fs-acc-type
               invalid key
                   move "N" to record-found-flag
           end-read.
           if record-found
               move spaces to pv-param-values
               move fs-maint-fee to pv-maint-fee
               move fs-od-usage-fee to pv-od-usage-fee
               move fs-wd-charge to pv-wd-charge
               move pv-param-values to pr-old-values
           end-if.
           move pr-new-values to pv-param-values.
           move pr-target to fs-acc-type.
           move pv-maint-fee to fs-maint-fee.
           move pv-od-usage-fee to fs-od-usage-fee.
           move pv-wd-charge to fs-wd-charge.
           if record-found
               rewrite fs-fee-record end-rewrite
           else
               write fs-fee-record
                   invalid key
                       move "Y" to apply-fail-flag
                       move "fee schedule could not be written"
                           to apply-fail-reason
               end-write
           end-if.
           close fee-file.

       *> Procedure to apply an operator change - a new operator, or
       *> a re-key of an existing one's details
       apply-operator.
           open i-o operator-file.
           if operator-file-status = "35"
               move "Y" to apply-fail-flag
               move "operator master not on file" to apply-fail-reason
               close operator-file
               exit paragraph
           end-if.
           move "Y" to record-found-flag.
           move spaces to pr-old-values.
           move pr-target to op-oper-id.
           read operator-file key is op-oper-id
               invalid key
                   move "N" to record-found-flag
           end-read.
           if record-found
               move spaces to pv-param-values
               move op-oper-name to pv-oper-name
               move op-role to pv-oper-role
               move op-status to pv-oper-status
               move op-password to pv-oper-password
               move pv-param-values to pr-old-values
           end-if.
           move pr-new-values to pv-param-values.
           move pr-target to op-oper-id.
           move pv-oper-name to op-oper-name.
           move pv-oper-role to op-role.
           move pv-oper-status to op-status.
           move pv-oper-password to op-password.
           if record-found
               rewrite op-operator-record end-rewrite
           else
               write op-operator-record
                   invalid key
                       move "Y" to apply-fail-flag
                       move "operator record could not be written"
                           to apply-fail-reason
               end-write
           end-if.
           close operator-file.

       end program parm_apr.
