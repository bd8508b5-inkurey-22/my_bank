       identification division.
       program-id. parm_rpt.

      *> Parameter change review report - the branch manager's weekly
      *> look at the overdraft, daily limit, fee schedule and
      *> operator changes: every change still waiting for a second
      *> supervisor, every change decided since the date given
      *> (applied, rejected, or found no longer applicable), and any
      *> change applied directly while the shop had no second
      *> supervisor to approve it. Each shows who raised it, who
      *> decided it, and the values before and after.

       environment division.
       input-output section.
       file-control.
           select request-file assign to "PARMREQ"
               organization is indexed
               access mode is dynamic
               record key is pr-req-id
               file status is request-file-status.

           select audit-file assign to "PARMAUD"
               organization is line sequential
               file status is audit-file-status.

           select report-file assign to "PARMRPT"
               organization is line sequential
               file status is report-file-status.

       data division.
       file section.
       fd request-file.
       copy "parmreq.cpy".

       fd audit-file.
       copy "parmaud.cpy".

       fd report-file.
       01 report-line pic x(80).

       working-storage section.

      *> File status codes
       01 request-file-status pic x(02).
       01 audit-file-status pic x(02).
       01 report-file-status pic x(02).

      *> First day of the period under review
       01 since-date pic 9(8).

      *> Which section the request walk is printing
       01 walk-pass-flag pic x(01).
           88 pending-pass value "P".
           88 decided-pass value "D".

      *> Section counts
       01 pending-count pic 9(5) value 0.
       01 applied-count pic 9(5) value 0.
       01 rejected-count pic 9(5) value 0.
       01 failed-count pic 9(5) value 0.
       01 direct-count pic 9(5) value 0.

      *> Readable copies of the values, and the decision's name
       01 old-text pic x(60).
       01 new-text pic x(60).
       01 decision-name pic x(08).
       01 section-heading pic x(80).

       procedure division.
           display "Report changes decided since (YYYYMMDD): "
               with no advancing end-display.
           accept since-date end-accept.
           open output report-file.
           move spaces to report-line.
           string "Parameter changes - pending, and decided since "
               delimited by size
               since-date delimited by size
               into report-line
           end-string.
           write report-line end-write.
           move "P" to walk-pass-flag.
           move "PENDING - awaiting a second supervisor"
               to section-heading.
           perform write-section-heading.
           perform walk-requests.
           move "D" to walk-pass-flag.
           move "DECIDED" to section-heading.
           perform write-section-heading.
           perform walk-requests.
           move "APPLIED DIRECTLY - no second supervisor on file"
               to section-heading.
           perform write-section-heading.
           perform list-direct-changes.
           perform print-report-trailer.
           close report-file.
           display "Parameter change report written to PARMRPT - "
               pending-count " pending, " applied-count " applied"
               end-display.
           goback.

       *> Procedure to write the staged section heading, with a blank
       *> line before it
       write-section-heading.
           move spaces to report-line.
           write report-line end-write.
           move section-heading to report-line.
           write report-line end-write.

       *> Procedure to walk the request file once for the section
       *> being printed
       walk-requests.
           open input request-file.
           if request-file-status = "35"
               close request-file
               exit paragraph
           end-if.
           move low-values to pr-req-id.
           start request-file key is greater than pr-req-id
               invalid key
                   move "10" to request-file-status
           end-start.
           perform report-one-request
               until request-file-status = "10".
           close request-file.

       *> Procedure to read the next request and print it when it
       *> belongs to the section being printed
       report-one-request.
           read request-file next record
               at end
                   move "10" to request-file-status
                   exit paragraph
           end-read.
           if pending-pass
               if pr-pending
                   add 1 to pending-count end-add
                   move "PENDING" to decision-name
                   perform print-one-request
               end-if
               exit paragraph
           end-if.
           if pr-pending or pr-dec-date < since-date
               exit paragraph
           end-if.
           evaluate true
               when pr-applied
                   add 1 to applied-count end-add
                   move "APPLIED" to decision-name
               when pr-rejected
                   add 1 to rejected-count end-add
                   move "REJECTED" to decision-name
               when other
                   add 1 to failed-count end-add
                   move "FAILED" to decision-name
           end-evaluate.
           perform print-one-request.

       *> Procedure to print the request in the record area
       print-one-request.
           call "parm_fmt" using pr-kind pr-old-values old-text
           end-call.
           call "parm_fmt" using pr-kind pr-new-values new-text
           end-call.
           move spaces to report-line.
           string pr-req-id delimited by size
               " " delimited by size
               pr-kind delimited by size
               " " delimited by size
               pr-target delimited by size
               " " delimited by size
               decision-name delimited by size
               " raised " delimited by size
               pr-req-date delimited by size
               " by " delimited by size
               pr-req-by delimited by size
               into report-line
           end-string.
           write report-line end-write.
           if not pr-pending
               move spaces to report-line
               string "      decided " delimited by size
                   pr-dec-date delimited by size
                   " by " delimited by size
                   pr-dec-by delimited by size
                   into report-line
               end-string
               write report-line end-write
           end-if.
           move spaces to report-line.
           string "      was " delimited by size
               old-text delimited by size
               into report-line
           end-string.
           write report-line end-write.
           move spaces to report-line.
           string "      new " delimited by size
               new-text delimited by size
               into report-line
           end-string.
           write report-line end-write.

       *> Procedure to list the changes applied directly since the
       *> date given, off the audit trail - they never had a request
       list-direct-changes.
           open input audit-file.
           if audit-file-status = "35"
               close audit-file
               exit paragraph
           end-if.
           read audit-file at end move "10" to audit-file-status
               end-read.
           perform report-one-audit-row
               until audit-file-status = "10".
           close audit-file.

       *> Procedure to print the current audit row when it is a
       *> direct change in the period, then read the next one
       report-one-audit-row.
           if pa-direct and pa-date not < since-date
               add 1 to direct-count end-add
               move spaces to report-line
               string pa-kind delimited by size
                   " " delimited by size
                   pa-target delimited by size
                   " applied " delimited by size
                   pa-date delimited by size
                   " by " delimited by size
                   pa-oper-id delimited by size
                   into report-line
               end-string
               write report-line end-write
               move spaces to report-line
               string "      was " delimited by size
                   pa-before delimited by size
                   into report-line
               end-string
               write report-line end-write
               move spaces to report-line
               string "      new " delimited by size
                   pa-after delimited by size
                   into report-line
               end-string
               write report-line end-write
           end-if.
           read audit-file at end move "10" to audit-file-status
               end-read.

       *> Procedure to write the review's totals
       print-report-trailer.
           move spaces to report-line.
           write report-line end-write.
           move spaces to report-line.
           string pending-count delimited by size
               " pending, " delimited by size
               applied-count delimited by size
               " applied, " delimited by size
               rejected-count delimited by size
               " rejected, " delimited by size
               failed-count delimited by size
               " failed, " delimited by size
               direct-count delimited by size
               " applied directly" delimited by size
               into report-line
           end-string.
           write report-line end-write.

       end program parm_rpt.
