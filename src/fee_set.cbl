      *> maintenance fee, the overdraft usage fee and the
      *> per-withdrawal charge the month-end fee run assesses from.
      *> Run from the supervisor's console, like the overdraft grant
      *> - what the shop charges is not a teller matter. The new
      *> schedule is raised as a change request: it takes effect only
      *> once a second supervisor approves it on parm_apr.

       environment division.
       input-output section.
       01 sched-acc-type pic x(01).
       01 fee-amount pic 9(7)v99.

      *> The change request raised for the new schedule
       copy "parmreq.cpy".
       copy "parmval.cpy".
       01 req-id pic 9(5).

      *> Edited fee copies for the current-schedule display
       01 maint-fee-ed pic z(6)9.99.
       01 od-fee-ed pic z(6)9.99.
               display "Invalid account type" end-display
               goback
           end-if
           move "FE" to pr-kind.
           move sched-acc-type to pr-target.
           move oper-id to pr-req-by.
           move spaces to pr-old-values.
           open input fee-file.
           if fee-file-status not = "35"
               move sched-acc-type to fs-acc-type
               read fee-file key is fs-acc-type
                   not invalid key
                       move "Y" to record-found-flag
                       perform show-current-schedule
               end-read
           end-if
           close fee-file.
           move spaces to pv-param-values.
           display "Monthly maintenance fee: " with no advancing
               end-display.
           accept fee-amount end-accept.
           move fee-amount to pv-maint-fee.
           display "Overdraft usage fee: " with no advancing
               end-display.
           accept fee-amount end-accept.
           move fee-amount to pv-od-usage-fee.
           display "Per-withdrawal charge: " with no advancing
               end-display.
           accept fee-amount end-accept.
           move fee-amount to pv-wd-charge.
           move pv-param-values to pr-new-values.
           call "parm_req" using pr-request-record req-id
           end-call.
           if req-id = 0
               display "Change request could not be filed - not "
                   "changed" end-display
               goback
           end-if.
           display "Request " req-id " raised for the fee schedule "
               "for type " sched-acc-type end-display.
           display "It takes effect when a second supervisor "
               "approves it on parm_apr" end-display.
           goback.

       *> Procedure to sign the supervisor on before anything is
           end-if.

       *> Procedure to show the schedule being replaced, so a fat
       *> finger is caught before the month-end run charges it, and
       *> keep it as the request's old values
       show-current-schedule.
           move spaces to pv-param-values.
           move fs-maint-fee to pv-maint-fee.
           move fs-od-usage-fee to pv-od-usage-fee.
           move fs-wd-charge to pv-wd-charge.
           move pv-param-values to pr-old-values.
           move fs-maint-fee to maint-fee-ed.
           move fs-od-usage-fee to od-fee-ed.
           move fs-wd-charge to wd-fee-ed.
