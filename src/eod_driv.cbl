      *> start, completion, failure and skip is appended to the
      *> EODLOG run log - the morning record of how the night went.
      *> Each step's own counts and totals stay on that step's
      *> report and console output, as they always have. The night
      *> will not start while any teller still has a cash drawer
      *> open - the day's cash must be counted out first. The last
      *> step, int_chk, cross-checks the files and fails the night
      *> on any severe exception, before the next day opens.

       environment division.
       input-output section.
               organization is line sequential
               file status is log-file-status.

           select drawer-file assign to "DRAWER"
               organization is indexed
               access mode is dynamic
               record key is dr-oper-id
               file status is drawer-file-status.

       data division.
       file section.
       fd control-file.
       fd log-file.
       01 log-line pic x(80).

       fd drawer-file.
       copy "drwrec.cpy".

       working-storage section.

      *> File status codes
       01 control-file-status pic x(02).
       01 log-file-status pic x(02).
       01 drawer-file-status pic x(02).

      *> Cash drawers found still open when the night is started
       01 drawers-open pic 9(5).

      *> The night's fixed sequence - program names in run order.
      *> A skippable step is one some nights genuinely do not need:
      *> the transfer repair pass when nothing was rejected, and the
      *> two month-end postings on an ordinary night.
       01 step-table.
           05 step-entry occurs 17 times.
               10 step-program pic x(09).
               10 step-skippable pic x(01).
       01 step-sub pic 9(2).
      *> How many steps the night runs - the size of the table above
       01 step-count pic 9(2) value 17.
       01 check-sub pic 9(2).

      *> The signed-on supervisor, logged with every step
       01 log-action pic x(09).
       01 confirm-answer pic x(01).
       01 detail-line pic x(80).
      *> The return code the step ended with - a step that finds
      *> its own work refused ends non-zero and is failed without
      *> asking
       01 step-return-code pic s9(4).

      *> Whether the step just picked may run - set by the
      *> predecessor check
       *> Procedure to seed the night's sequence - one row per step,
       *> in the only order the stream may run
       init-step-table.
           move "hold_exp" to step-program (1).
           move "N" to step-skippable (1).
           move "sord_bat" to step-program (2).
           move "N" to step-skippable (2).
           move "xfer_bat" to step-program (3).
           move "N" to step-skippable (3).
           move "xfer_rsb" to step-program (4).
           move "Y" to step-skippable (4).
           move "obx_bat" to step-program (5).
           move "N" to step-skippable (5).
           move "ibx_bat" to step-program (6).
           move "N" to step-skippable (6).
           move "dorm_bat" to step-program (7).
           move "N" to step-skippable (7).
           move "int_accr" to step-program (8).
           move "N" to step-skippable (8).
           move "fee_post" to step-program (9).
           move "Y" to step-skippable (9).
           move "int_post" to step-program (10).
           move "Y" to step-skippable (10).
           move "td_mat" to step-program (11).
           move "N" to step-skippable (11).
           move "mst_snap" to step-program (12).
           move "N" to step-skippable (12).
           move "eod_recon" to step-program (13).
           move "N" to step-skippable (13).
           move "gl_ifc" to step-program (14).
           move "N" to step-skippable (14).
           move "act_rpt" to step-program (15).
           move "N" to step-skippable (15).
           move "sar_mon" to step-program (16).
           move "N" to step-skippable (16).
           move "int_chk" to step-program (17).
           move "N" to step-skippable (17).

       *> Procedure to open the control file and fetch tonight's
       *> run-control record, creating it on the very first night and
               accept action end-accept
               display " " end-display
               evaluate true
                   when action >= 1 and action <= step-count
                       perform run-one-step
                   when action = 90
                       perform skip-one-step
       show-run-position.
           display "End-of-day stream for " rc-run-date end-display.
           perform show-one-step
               varying step-sub from 1 by 1 until step-sub > step-count.
           display " " end-display.

       *> Procedure to show one step's number, program and status
               display " " end-display
               exit paragraph
           end-if.
           if step-sub = 1
               perform check-open-drawers
               if drawers-open not = 0
                   display "Night not started - " drawers-open
                       " cash drawer(s) still open" end-display
                   display " " end-display
                   exit paragraph
               end-if
           end-if.
           perform log-step-start.
      *> The control file is handed over for the step's duration -
      *> several of the steps open CTLFILE themselves, and the run
      *> unit must not hold it open against them.
           close control-file.
           move 0 to return-code.
           call step-program (step-sub) end-call.
           move return-code to step-return-code.
           move 0 to return-code.
           cancel step-program (step-sub).
           open i-o control-file.
           move "R" to rc-key.
           read control-file key is rc-key end-read.
           display " " end-display.
           if step-return-code not = 0
               display step-program (step-sub) " ended with return "
                   "code " step-return-code end-display
               move "N" to confirm-answer
           else
               display "Did " step-program (step-sub)
                   " complete clean (Y/N)? " with no advancing
                   end-display
               accept confirm-answer end-accept
           end-if.
           if confirm-answer = "Y"
               move "C" to rc-step-status (step-sub)
               perform log-step-complete
               move "Y" to refuse-flag
           end-if.

       *> Procedure to count the cash drawers still open, naming each
       *> one's teller - the first step of the night starts only when
       *> every drawer has been counted out
       check-open-drawers.
           move 0 to drawers-open.
           open input drawer-file.
           if drawer-file-status = "35"
               close drawer-file
               exit paragraph
           end-if.
           move low-values to dr-oper-id.
           start drawer-file key is greater than dr-oper-id
               invalid key
                   move "10" to drawer-file-status
           end-start.
           perform check-one-drawer until drawer-file-status = "10".
           close drawer-file.

       *> Procedure to read the next drawer and count it when open
       check-one-drawer.
           read drawer-file next record
               at end
                   move "10" to drawer-file-status
                   exit paragraph
           end-read.
           if dr-open
               add 1 to drawers-open end-add
               display "Cash drawer open for operator " dr-oper-id
                   " since " dr-open-date end-display
           end-if.

       *> Procedure to mark a step the night does not need as
       *> skipped, so its successors may run - only the steps the
       *> sequence declares skippable may be
       skip-one-step.
           display "Step to skip: " with no advancing end-display.
           accept action end-accept.
           if action < 1 or action > step-count
               display "Invalid step" end-display
               display " " end-display
               move 90 to action
