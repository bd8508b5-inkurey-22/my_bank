      *> up the amount, the destination receives it). The rebuilt
      *> file is finally proved against the running control total the
      *> way the end-of-day reconciliation proves the live one, and
      *> the whole run is written to RCVRRPT. A journal whose check
      *> value chain does not verify is never replayed - the entries
      *> it would put back cannot be trusted - and the breaks found
      *> are listed on RCVRVFY. Run from the supervisor's console -
      *> rebuilding the master replaces it.

       environment division.
       input-output section.

       01 confirm-answer pic x(01).

      *> Arguments for the journal chain check made before replaying
       01 chk-jrn-file-name pic x(20) value "TXNJRNL".
       01 chk-rpt-file-name pic x(20) value "RCVRVFY".
       01 chk-rpt-mode pic x(01) value "N".
       01 chk-return-code pic 9(1).

      *> Edited copies of the amounts above for the report
       01 rebuilt-total-ed pic -(11)9.99.
       01 ct-total-ed pic -(11)9.99.
               into snapshot-file-name
           end-string.
           perform prove-snapshot.
           perform verify-journal.
           display "Snapshot " snapshot-file-name " proves out - "
               details-counted " accounts" end-display.
           display "Rebuild ACCTMAST from it, replaying the journal "
               goback
           end-if.

       *> Procedure to prove the journal's check value chain before
       *> any of it is replayed - an edited, inserted or deleted entry
       *> would rebuild the master wrong, so the run stops here with
       *> the master untouched. No journal at all is not a break: there
       *> is simply nothing to replay.
       verify-journal.
           call "jrn_chk" using chk-jrn-file-name chk-rpt-file-name
               chk-rpt-mode chk-return-code
           end-call.
           if chk-return-code = 1
               display "Journal fails chain verification - see "
                   "RCVRVFY; master untouched" end-display
               goback
           end-if.

       *> Procedure to fold the current snapshot record into the
       *> proof figures, then read the next one
       prove-one-record.
