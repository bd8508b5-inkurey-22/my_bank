       identification division.
       program-id. parm_fmt.

      *> Parameter value formatter - turns a parameter change
      *> request's value image into one readable line, so the audit
      *> trail, the approval screen and the weekly report all show a
      *> change the same way. An operator's password hash is never
      *> shown.

       data division.
       working-storage section.

       copy "parmval.cpy".

      *> Edited copies of the values
       01 od-limit-ed pic z(6)9.99.
       01 day-limit-ed pic z(8)9.99.
       01 maint-fee-ed pic z(6)9.99.
       01 od-usage-fee-ed pic z(6)9.99.
       01 wd-charge-ed pic z(6)9.99.
       01 text-pointer pic 9(2).

       linkage section.
      *> la-kind: the request's pr-kind. la-values: the image to
      *> format. la-text: the readable line returned.
       01 la-kind pic x(02).
       01 la-values pic x(60).
       01 la-text pic x(60).

       procedure division using la-kind la-values la-text.
           move spaces to la-text.
           if la-values = spaces
               move "(not on file)" to la-text
               goback
           end-if.
           move la-values to pv-param-values.
           evaluate la-kind
               when "OD"
                   move pv-od-limit to od-limit-ed
                   string "overdraft limit " delimited by size
                       od-limit-ed delimited by size
                       into la-text
                   end-string
               when "DL"
                   perform format-day-limit
               when "FE"
                   move pv-maint-fee to maint-fee-ed
                   move pv-od-usage-fee to od-usage-fee-ed
                   move pv-wd-charge to wd-charge-ed
                   string "maint " delimited by size
                       maint-fee-ed delimited by size
                       " od use " delimited by size
                       od-usage-fee-ed delimited by size
                       " per wd " delimited by size
                       wd-charge-ed delimited by size
                       into la-text
                   end-string
               when "OP"
                   string pv-oper-name delimited by size
                       " role " delimited by size
                       pv-oper-role delimited by size
                       " status " delimited by size
                       pv-oper-status delimited by size
                       into la-text
                   end-string
               when other
                   move la-values to la-text
           end-evaluate.
           goback.

       *> Procedure to format a daily limit image - the new image
       *> says whether the limit changes and whether the day is
       *> waived, the old one what limit and waiver date stood
       format-day-limit.
           move pv-day-limit to day-limit-ed.
           if pv-limit-flag not = "Y"
               move "daily limit unchanged" to la-text
           else
               string "daily limit " delimited by size
                   day-limit-ed delimited by size
                   into la-text
               end-string
           end-if.
           if pv-ovr-flag = "Y"
               move "waive today" to la-text (40:)
           end-if.
           if pv-ovr-flag = "N" and pv-ovr-date not = 0
               move 40 to text-pointer
               string "waived on " delimited by size
                   pv-ovr-date delimited by size
                   into la-text with pointer text-pointer
               end-string
           end-if.

       end program parm_fmt.
