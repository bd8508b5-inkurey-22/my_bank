      *> catches any type code the table doesn't know, so nothing in
      *> the journal can fall through the report unseen.
       01 type-summary-table.
           05 type-entry occurs 10 times.
               10 type-code pic x(02).
               10 type-count pic 9(7).
               10 type-total pic 9(11)v99.
       01 checking-total pic 9(11)v99 value 0.
       01 savings-count pic 9(7) value 0.
       01 savings-total pic 9(11)v99 value 0.
       01 term-count pic 9(7) value 0.
       01 term-total pic 9(11)v99 value 0.
       01 unknown-count pic 9(7) value 0.
       01 unknown-total pic 9(11)v99 value 0.

           move "OB" to type-code (6).
           move "IB" to type-code (7).
           move "FE" to type-code (8).
           move "PN" to type-code (9).
           move "??" to type-code (10).
           perform clear-one-type-slot
               varying type-sub from 1 by 1 until type-sub > 10.

       *> Procedure to zero one summary slot's count and total
       clear-one-type-slot.
                   move 7 to type-sub
               when "FE"
                   move 8 to type-sub
               when "PN"
                   move 9 to type-sub
               when other
                   move 10 to type-sub
           end-evaluate.
           add 1 to type-count (type-sub) end-add.
           add tj-amount to type-total (type-sub) end-add.
                   add 1 to savings-count end-add
                   add tj-amount to savings-total end-add
               else
                   if fm-acc-term
                       add 1 to term-count end-add
                       add tj-amount to term-total end-add
                   else
                       add 1 to unknown-count end-add
                       add tj-amount to unknown-total end-add
                   end-if
               end-if
           end-if.

           move "Activity by transaction type:" to report-line.
           write report-line end-write.
           perform print-one-type-line
               varying type-sub from 1 by 1 until type-sub > 10.

       *> Procedure to print one transaction type's count and total,
       *> skipping types with no activity today
           end-string.
           move detail-line to report-line.
           write report-line end-write.
           move term-total to amount-ed.
           move spaces to detail-line.
           string "  Term dep  count " delimited by size
               term-count delimited by size
               "  total " delimited by size
               amount-ed delimited by size
               into detail-line
           end-string.
           move detail-line to report-line.
           write report-line end-write.
           if unknown-count not = 0
               move unknown-total to amount-ed
               move spaces to detail-line
