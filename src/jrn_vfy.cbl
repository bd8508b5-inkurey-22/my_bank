       identification division.
       program-id. jrn_vfy.

      *> Journal chain verification run - proves the journal has not
      *> been edited since it was written. Every archive jrn_cut has
      *> recorded on JRNCHAIN is walked in period order, then the
      *> live TXNJRNL, each through the shared jrn_chk check; the
      *> JRNVFY report lists every altered, inserted and missing
      *> entry with the first broken link in each file, and closes
      *> with the run's verdict. A broken chain ends the run with a
      *> non-zero return code.

       environment division.
       input-output section.
       file-control.
           select chain-file assign to "JRNCHAIN"
               organization is indexed
               access mode is dynamic
               record key is jc-key
               file status is chain-file-status.

           select report-file assign to "JRNVFY"
               organization is line sequential
               file status is report-file-status.

       data division.
       file section.
       fd chain-file.
       copy "chainrec.cpy".

       fd report-file.
       01 report-line pic x(80).

       working-storage section.

      *> File status codes
       01 chain-file-status pic x(02).
       01 report-file-status pic x(02).

      *> The archived periods on record, in period order
       01 period-table.
           05 pt-period pic x(06) occurs 999 times.
       01 period-count pic 9(4) value 0.
       01 period-sub pic 9(4).

      *> Arguments for the shared check
       01 la-jrn-file-name pic x(20).
       01 la-rpt-file-name pic x(20) value "JRNVFY".
       01 la-rpt-mode pic x(01).
       01 la-return-code pic 9(1).

      *> Run totals
       01 run-date pic 9(8).
       01 files-checked pic 9(5) value 0.
       01 files-broken pic 9(5) value 0.
       01 files-not-found pic 9(5) value 0.

       procedure division.
           move 0 to return-code.
           accept run-date from date yyyymmdd.
           open output report-file.
           move spaces to report-line.
           string "Journal chain verification " delimited by size
               run-date delimited by size
               into report-line
           end-string.
           write report-line end-write.
           close report-file.
           move "A" to la-rpt-mode.
           perform load-periods.
           perform check-one-archive
               varying period-sub from 1 by 1
               until period-sub > period-count.
           move "TXNJRNL" to la-jrn-file-name.
           perform check-one-journal.
           perform print-verdict.
           goback.

       *> Procedure to list the archived periods off JRNCHAIN
       load-periods.
           open input chain-file.
           if chain-file-status = "35"
               close chain-file
               exit paragraph
           end-if.
           move low-values to jc-key.
           start chain-file key is greater than jc-key
               invalid key
                   move "10" to chain-file-status
           end-start.
           perform load-one-period until chain-file-status = "10".
           close chain-file.

       *> Procedure to read the next anchor and list it when it is an
       *> archived period
       load-one-period.
           read chain-file next record
               at end
                   move "10" to chain-file-status
                   exit paragraph
           end-read.
           if jc-period-anchor and period-count < 999
               add 1 to period-count end-add
               move jc-key-period to pt-period (period-count)
           end-if.

       *> Procedure to check one archived period's journal
       check-one-archive.
           move spaces to la-jrn-file-name.
           string "TJ" delimited by size
               pt-period (period-sub) delimited by size
               into la-jrn-file-name
           end-string.
           perform check-one-journal.

       *> Procedure to run the shared check over the named journal
       *> and count its verdict
       check-one-journal.
           call "jrn_chk" using la-jrn-file-name la-rpt-file-name
               la-rpt-mode la-return-code
           end-call.
           add 1 to files-checked end-add.
           evaluate la-return-code
               when 1
                   add 1 to files-broken end-add
               when 2
                   add 1 to files-not-found end-add
               when other
                   continue
           end-evaluate.

       *> Procedure to close the report with the run's verdict - an
       *> archive on record but gone from disk counts as broken
       print-verdict.
           open extend report-file.
           move spaces to report-line.
           string files-checked delimited by size
               " journal(s) checked, " delimited by size
               files-broken delimited by size
               " broken, " delimited by size
               files-not-found delimited by size
               " not found" delimited by size
               into report-line
           end-string.
           write report-line end-write.
           if files-broken = 0 and files-not-found = 0
               move "JOURNAL CHAIN INTACT" to report-line
               write report-line end-write
               close report-file
               display "Journal chain intact - " files-checked
                   " journal(s) checked" end-display
               exit paragraph
           end-if.
           move "JOURNAL CHAIN BROKEN - see the entries listed above"
               to report-line.
           write report-line end-write.
           close report-file.
           display "JOURNAL CHAIN BROKEN - see JRNVFY" end-display.
           move 8 to return-code.

       end program jrn_vfy.
