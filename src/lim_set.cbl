      *> out and outbound payments share) and grants the one-day
      *> override for the genuine big-ticket day. Run from the
      *> supervisor's console, like the overdraft grant - spending
      *> limits are not a teller matter. The change is raised as a
      *> request: it takes effect, the waiver for the day it is
      *> approved, only once a second supervisor approves it on
      *> parm_apr.

       environment division.
       input-output section.
       01 oper-role pic x(01).
       01 sgn-return-code pic 9(1).

      *> The change request raised for the new limit
       copy "parmreq.cpy".
       copy "parmval.cpy".
       01 req-id pic 9(5).

       procedure division.
           perform supervisor-sign-on.
           display "Account to set daily limit on: "
               with no advancing end-display.
           accept limit-acc end-accept.
           open input account-file.
           if account-file-status = "35"
               display "Account file not found" end-display
               close account-file
           display "New daily limit (0 leaves it unchanged): "
               with no advancing end-display.
           accept new-limit end-accept.
           display "Waive the limit for today (Y/N)? "
               with no advancing end-display.
           accept override-answer end-accept.
           if new-limit = 0 and override-answer not = "Y"
               display "Nothing to change" end-display
               close account-file
               goback
           end-if.
           move "DL" to pr-kind.
           move limit-acc to pr-target.
           move oper-id to pr-req-by.
           move spaces to pv-param-values.
           move fm-acc-day-limit to pv-day-limit.
           move "Y" to pv-limit-flag.
           move "N" to pv-ovr-flag.
           move fm-acc-ovr-date to pv-ovr-date.
           move pv-param-values to pr-old-values.
           move spaces to pv-param-values.
           move new-limit to pv-day-limit.
           move "N" to pv-limit-flag.
           if new-limit not = 0
               move "Y" to pv-limit-flag
           end-if.
           move "N" to pv-ovr-flag.
           if override-answer = "Y"
               move "Y" to pv-ovr-flag
           end-if.
           move 0 to pv-ovr-date.
           move pv-param-values to pr-new-values.
           close account-file.
           call "parm_req" using pr-request-record req-id
           end-call.
           if req-id = 0
               display "Change request could not be filed - not "
                   "changed" end-display
               goback
           end-if.
           display "Request " req-id " raised for the daily limit on "
               "account " limit-acc end-display.
           display "It takes effect when a second supervisor "
               "approves it on parm_apr" end-display.
           goback.

       *> Procedure to sign the supervisor on before anything is
