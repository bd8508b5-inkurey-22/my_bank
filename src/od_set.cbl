      *> savings account is refused outright. Run from the
      *> supervisor's console, like the transaction reversal and the
      *> dormancy release - credit decisions are not a teller matter.
      *> The grant is raised as a change request: it takes effect
      *> only once a second supervisor approves it on parm_apr.

       environment division.
       input-output section.
       01 oper-role pic x(01).
       01 sgn-return-code pic 9(1).

      *> The change request raised for the grant
       copy "parmreq.cpy".
       copy "parmval.cpy".
       01 req-id pic 9(5).

       procedure division.
           perform supervisor-sign-on.
           display "Account to grant overdraft on: "
               with no advancing end-display.
           accept grant-acc end-accept.
           open input account-file.
           if account-file-status = "35"
               display "Account file not found" end-display
               close account-file
               close account-file
               goback
           end-if.
           move "OD" to pr-kind.
           move grant-acc to pr-target.
           move oper-id to pr-req-by.
           move spaces to pv-param-values.
           move fm-acc-od-limit to pv-od-limit.
           move pv-param-values to pr-old-values.
           move spaces to pv-param-values.
           move grant-limit to pv-od-limit.
           move pv-param-values to pr-new-values.
           close account-file.
           call "parm_req" using pr-request-record req-id
           end-call.
           if req-id = 0
               display "Change request could not be filed - not "
                   "changed" end-display
               goback
           end-if.
           move grant-limit to limit-ed.
           display "Request " req-id " raised to set the overdraft "
               "limit on account " grant-acc " to " limit-ed
               end-display.
           display "It takes effect when a second supervisor "
               "approves it on parm_apr" end-display.
           goback.

       *> Procedure to sign the supervisor on before anything is
