       identification division.
       program-id. hold_exp.

      *> Nightly funds-hold expiry - walks the hold file and releases
      *> every active hold whose expiry date has come round, giving
      *> the held money back to the account's available balance and
      *> putting each release on the HOLDRPT run report. Runs first
      *> in the night's stream, so a standing order due tonight can
      *> draw on money whose hold lapsed today. A hold with no expiry
      *> date (all nines) is only ever released by a supervisor.

       environment division.
       input-output section.
       file-control.
           select hold-file assign to "HOLDFILE"
               organization is indexed
               access mode is dynamic
               record key is hd-hold-id
               file status is hold-file-status.

           select account-file assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is fm-acc-id
               file status is account-file-status.

           select report-file assign to "HOLDRPT"
               organization is line sequential
               file status is report-file-status.

       data division.
       file section.
       fd hold-file.
       copy "holdrec.cpy".

       fd account-file.
       copy "acctrec.cpy".

       fd report-file.
       01 report-line pic x(80).

       working-storage section.

      *> File status codes
       01 hold-file-status pic x(02).
       01 account-file-status pic x(02).
       01 report-file-status pic x(02).

      *> Run totals
       01 run-date pic 9(8).
       01 holds-read pic 9(5) value 0.
       01 holds-expired pic 9(5) value 0.
       01 expired-total pic 9(11)v99 value 0.

      *> Edited amount copies for the run report
       01 amount-ed pic z(10)9.99.
       01 detail-line pic x(80).

       procedure division.
           accept run-date from date yyyymmdd.
           perform open-files.
           perform expire-all-holds.
           perform print-summary.
           perform close-files.
           display "Hold expiry complete - " holds-read " read, "
               holds-expired " released" end-display.
           goback.

       *> Procedure to open the hold file, the account master and the
       *> run report - a shop with no holds yet still gets a report
       open-files.
           open output report-file.
           open i-o hold-file.
           if hold-file-status = "35"
               display "No holds on file" end-display
               perform print-summary
               close report-file
               goback
           end-if.
           open i-o account-file.
           if account-file-status = "35"
               display "Account file not found - nothing to release"
                   end-display
               perform print-summary
               close hold-file
               close report-file
               goback
           end-if.

       *> Procedure to walk every hold on file
       expire-all-holds.
           move low-values to hd-hold-id.
           start hold-file key is greater than hd-hold-id
               invalid key
                   move "10" to hold-file-status
           end-start.
           perform expire-one-hold until hold-file-status = "10".

       *> Procedure to read the next hold and release it when it is
       *> active and its last day has come - the hold is marked
       *> expired in the same pass that frees its amount, so a rerun
       *> of the night cannot give the money back twice
       expire-one-hold.
           read hold-file next record
               at end
                   move "10" to hold-file-status
                   exit paragraph
           end-read.
           add 1 to holds-read end-add.
           if hd-active and hd-expiry-date <= run-date
               move "E" to hd-status
               move run-date to hd-ended-date
               move "HLDX" to hd-ended-by
               rewrite hd-hold-record end-rewrite
               perform give-back-held-amount
               add 1 to holds-expired end-add
               add hd-amount to expired-total end-add
               perform report-expired-hold
           end-if.

      *> Procedure to take the expired hold's amount back off the
      *> account's held total - an account closed since the hold was
      *> placed has nothing left to give back, and a total already
      *> below the amount is cleared rather than driven negative
       give-back-held-amount.
           move hd-acc-id to fm-acc-id.
           read account-file key is fm-acc-id
               invalid key
                   exit paragraph
           end-read.
           if fm-acc-held < hd-amount
               move 0 to fm-acc-held
           else
               subtract hd-amount from fm-acc-held end-subtract
           end-if.
           rewrite fm-account-record end-rewrite.

       *> Procedure to put one released hold on the run report
       report-expired-hold.
           move hd-amount to amount-ed.
           move spaces to detail-line.
           string "RELEASED hold " delimited by size
               hd-hold-id delimited by size
               " account " delimited by size
               hd-acc-id delimited by size
               " reason " delimited by size
               hd-reason delimited by size
               " amount " delimited by size
               amount-ed delimited by size
               " expired " delimited by size
               hd-expiry-date delimited by size
               into detail-line
           end-string.
           move detail-line to report-line.
           write report-line end-write.

       *> Procedure to print the run totals at the foot of the report
       print-summary.
           move expired-total to amount-ed.
           move spaces to report-line.
           string "Hold expiry for " delimited by size
               run-date delimited by size
               " - " delimited by size
               holds-expired delimited by size
               " released, total " delimited by size
               amount-ed delimited by size
               into report-line
           end-string.
           write report-line end-write.

       *> Procedure to close every open file
       close-files.
           close hold-file.
           close account-file.
           close report-file.

       end program hold_exp.
