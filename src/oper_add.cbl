      *> on is not a teller matter. The very first run, with no
      *> operator master on file yet, creates the file and forces the
      *> first operator in as a supervisor - otherwise nobody could
      *> ever sign on to create anybody. Once the shop has two active
      *> supervisors, a change is raised as a request instead, and
      *> takes effect only when the other supervisor approves it on
      *> parm_apr; until then there is nobody to approve it, so the
      *> change applies at once and is audited as applied directly.

       environment division.
       input-output section.
       01 record-found-flag pic x(01).
           88 record-found value "Y".

      *> Active supervisors on file - with fewer than two there is no
      *> second supervisor to approve a change
       01 supervisor-count pic 9(5) value 0.
       01 direct-apply-flag pic x(01) value "N".
           88 direct-apply value "Y".

      *> The change request raised, or the audit row of a change
      *> applied directly
       copy "parmreq.cpy".
       copy "parmval.cpy".
       01 req-id pic 9(5).
       01 log-event pic x(02) value "DI".

      *> Fields passed to the oper_sgn subprogram
       01 sgn-oper-id pic x(04).
       01 sgn-oper-role pic x(01).

       procedure division.
           perform check-bootstrap.
           if bootstrap-run
               move "Y" to direct-apply-flag
           else
               perform sign-on
               perform count-supervisors
           end-if.
           perform maintain-operator.
           goback.
               goback
           end-if.

      *> Procedure to count the active supervisors on file - with
      *> fewer than two, this change cannot wait for a second one
       count-supervisors.
           open input operator-file.
           move low-values to op-oper-id.
           start operator-file key is greater than op-oper-id
               invalid key
                   move "10" to operator-file-status
           end-start.
           perform count-one-operator
               until operator-file-status = "10".
           close operator-file.
           if supervisor-count < 2
               move "Y" to direct-apply-flag
               display "Fewer than two supervisors on file - this "
                   "change applies at once" end-display
               display " " end-display
           end-if.

      *> Procedure to read the next operator and count them when an
      *> active supervisor
       count-one-operator.
           read operator-file next record
               at end
                   move "10" to operator-file-status
                   exit paragraph
           end-read.
           if op-role-supervisor and op-active
               add 1 to supervisor-count end-add
           end-if.

      *> Procedure to key one operator's details in - a new record
      *> for an unknown id, or a re-key of an existing one
       maintain-operator.
               exit paragraph
           end-if
           move "N" to record-found-flag.
           move spaces to pr-old-values.
           if not bootstrap-run
               move maint-oper-id to op-oper-id
               read operator-file key is op-oper-id
                       continue
                   not invalid key
                       move "Y" to record-found-flag
                       perform stage-old-operator
                       display "Operator " op-oper-id " ("
                           op-oper-name ") already on file - "
                           "re-keying their details" end-display
           move hashed-password to op-password.
           move spaces to passwd-buffer1.
           move spaces to passwd-buffer2.
           move "OP" to pr-kind.
           move maint-oper-id to pr-target.
           move sgn-oper-id to pr-req-by.
           move spaces to pv-param-values.
           move op-oper-name to pv-oper-name.
           move op-role to pv-oper-role.
           move op-status to pv-oper-status.
           move op-password to pv-oper-password.
           move pv-param-values to pr-new-values.
           if not direct-apply
               close operator-file
               perform raise-request
               exit paragraph
           end-if
           if record-found
               rewrite op-operator-record end-rewrite
           else
               end-write
           end-if
           close operator-file.
           perform log-direct-change.
           display "Operator " maint-oper-id " on file" end-display.

      *> Procedure to keep the operator's details as they stand, as
      *> the change's old values
       stage-old-operator.
           move spaces to pv-param-values.
           move op-oper-name to pv-oper-name.
           move op-role to pv-oper-role.
           move op-status to pv-oper-status.
           move op-password to pv-oper-password.
           move pv-param-values to pr-old-values.

      *> Procedure to raise the change as a request for the other
      *> supervisor to decide
       raise-request.
           call "parm_req" using pr-request-record req-id
           end-call.
           if req-id = 0
               display "Change request could not be filed - not "
                   "changed" end-display
               exit paragraph
           end-if.
           display "Request " req-id " raised for operator "
               maint-oper-id end-display.
           display "It takes effect when a second supervisor "
               "approves it on parm_apr" end-display.

      *> Procedure to audit a change applied without a second
      *> supervisor - there was none on file to approve it
       log-direct-change.
           move 0 to pr-req-id.
           move "A" to pr-status.
           accept pr-req-date from date yyyymmdd.
           accept pr-req-time from time.
           move sgn-oper-id to pr-dec-by.
           move pr-req-date to pr-dec-date.
           move pr-req-time to pr-dec-time.
           call "parm_log" using pr-request-record log-event
               sgn-oper-id
           end-call.

       end program oper_add.
