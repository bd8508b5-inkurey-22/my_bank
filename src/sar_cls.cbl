       identification division.
       program-id. sar_cls.

      *> Supervisor suspicious activity case screen - lists the open
      *> cases the nightly sar_mon run has raised, shows one in full,
      *> and closes a case once compliance has worked it, with a
      *> disposition (no further action, or reported to the
      *> authorities) and a note of the reasoning. A closed case
      *> stops the same pattern being raised again for the activity
      *> it already answered. Run from the supervisor's console.

       environment division.
       input-output section.
       file-control.
           select case-file assign to "CASEFILE"
               organization is indexed
               access mode is dynamic
               record key is cs-case-id
               file status is case-file-status.

       data division.
       file section.
       fd case-file.
       copy "caserec.cpy".

       working-storage section.

      *> File status codes
       01 case-file-status pic x(02).

      *> The signed-on supervisor, stamped on every case closed
       01 oper-id pic x(04).
       01 oper-role pic x(01).
       01 sgn-return-code pic 9(1).

      *> User input variables
       01 action pic 9(1).
       01 case-id pic 9(5).
       01 case-disposition pic x(01).
       01 case-note pic x(60).
       01 confirm-answer pic x(01).
       01 today-date pic 9(8).

      *> How many open cases the listing found
       01 cases-listed pic 9(5).

      *> Edited copy of the case amount for the displays
       01 case-amt-ed pic z(10)9.99.

       procedure division.
           perform supervisor-sign-on.
           perform main.
           goback.

       *> Procedure to sign the supervisor on before anything is
       *> shown - case work is confidential, and every closure
       *> records whose decision it was
       supervisor-sign-on.
           call "oper_sgn" using oper-id oper-role sgn-return-code
           end-call.
           if sgn-return-code not = 0
               display "Sign-on refused" end-display
               goback
           end-if.
           if oper-role not = "S"
               display "Suspicious activity cases need a supervisor"
                   end-display
               goback
           end-if.

       *> Main procedure to handle user actions
       main.
           perform until action = 4
               display "Select an action: " end-display
               display "1. List open cases" end-display
               display "2. Show a case" end-display
               display "3. Close a case" end-display
               display "4. Exit" end-display
               display "-> " with no advancing end-display
               accept action end-accept
               display " " end-display
               evaluate action
                   when 1
                       perform list-open-cases
                   when 2
                       perform show-case
                   when 3
                       perform close-case
                   when 4
                       continue
                   when other
                       display "Invalid action" end-display
                       display " " end-display
               end-evaluate
           end-perform.

       *> Procedure to list every case still open, oldest first
       list-open-cases.
           move 0 to cases-listed.
           open input case-file.
           if case-file-status = "35"
               display "No cases on file" end-display
               display " " end-display
               close case-file
               exit paragraph
           end-if.
           move low-values to cs-case-id.
           start case-file key is greater than cs-case-id
               invalid key
                   move "10" to case-file-status
           end-start.
           perform list-one-case until case-file-status = "10".
           close case-file.
           display cases-listed " open case(s)" end-display.
           display " " end-display.

       *> Procedure to read the next case and show it when it is open
       list-one-case.
           read case-file next record
               at end
                   move "10" to case-file-status
                   exit paragraph
           end-read.
           if cs-open
               add 1 to cases-listed end-add
               perform show-one-case
           end-if.

       *> Procedure to show one case in full
       show-case.
           display "Case to show: " with no advancing end-display.
           accept case-id end-accept.
           open input case-file.
           if case-file-status = "35"
               display "No cases on file" end-display
               display " " end-display
               close case-file
               exit paragraph
           end-if.
           move case-id to cs-case-id.
           read case-file key is cs-case-id
               invalid key
                   display "Case not found" end-display
                   display " " end-display
                   close case-file
                   exit paragraph
           end-read.
           perform show-one-case.
           if cs-closed
               display "  Closed " cs-closed-date " by " cs-closed-by
                   " disposition " cs-disposition end-display
               display "  Note: " cs-note end-display
           end-if.
           close case-file.
           display " " end-display.

       *> Procedure to close a case with the supervisor's disposition
       *> and note
       close-case.
           display "Case to close: " with no advancing end-display.
           accept case-id end-accept.
           open i-o case-file.
           if case-file-status = "35"
               display "No cases on file" end-display
               display " " end-display
               close case-file
               exit paragraph
           end-if.
           move case-id to cs-case-id.
           read case-file key is cs-case-id
               invalid key
                   display "Case not found" end-display
                   display " " end-display
                   close case-file
                   exit paragraph
           end-read.
           if not cs-open
               display "Case " case-id " is already closed" end-display
               display " " end-display
               close case-file
               exit paragraph
           end-if.
           perform show-one-case.
           display "Disposition (N=No further action, R=Reported): "
               with no advancing end-display.
           accept case-disposition end-accept.
           if case-disposition not = "N" and case-disposition not = "R"
               display "Invalid disposition" end-display
               display " " end-display
               close case-file
               exit paragraph
           end-if.
           display "Disposition note: " with no advancing end-display.
           accept case-note end-accept.
           if case-note = spaces
               display "A disposition note must be given" end-display
               display " " end-display
               close case-file
               exit paragraph
           end-if.
           display "Close this case (Y/N)? " with no advancing
               end-display.
           accept confirm-answer end-accept.
           if confirm-answer not = "Y"
               display "Close abandoned" end-display
               display " " end-display
               close case-file
               exit paragraph
           end-if.
           accept today-date from date yyyymmdd.
           move "C" to cs-status.
           move today-date to cs-closed-date.
           move oper-id to cs-closed-by.
           move case-disposition to cs-disposition.
           move case-note to cs-note.
           rewrite cs-case-record end-rewrite.
           close case-file.
           display "Case " case-id " closed" end-display.
           display " " end-display.

       *> Procedure to show the case in the record area
       show-one-case.
           move cs-amount to case-amt-ed.
           evaluate true
               when cs-structuring
                   display "Case " cs-case-id " customer " cs-cust-id
                       " - cash just below the threshold" end-display
               when cs-pass-through
                   display "Case " cs-case-id " customer " cs-cust-id
                       " - money in and straight back out" end-display
               when cs-post-release
                   display "Case " cs-case-id " customer " cs-cust-id
                       " - heavy activity after dormancy release"
                       end-display
               when other
                   display "Case " cs-case-id " customer " cs-cust-id
                       " - many new outbound payees" end-display
           end-evaluate.
           display "  Raised " cs-raised-date " latest activity "
               cs-last-date " count " cs-count " amount " case-amt-ed
               end-display.

       end program sar_cls.
