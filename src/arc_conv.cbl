      *> Procedure to write the current row across in the current
      *> layout, then read the next one. An old-shape row always
      *> carries its close date in columns 37-44, so a row blank
      *> from column 39 on can only be the new shape already - with
      *> or without the owning customer, product type and close
      *> time that follow the close date. The old shape never
      *> carried them, so they come across as zero and blank, the
      *> same as a new-shape row archived before them.
       convert-one-row.
           add 1 to rows-read end-add.
           if ai-archive-row (39:6) = spaces
               move ai-archive-row (1:38) to ar-archive-record
               if ai-archive-row (25:5) = spaces
                   move 0 to ar-cust-id
               end-if
               if ai-archive-row (31:8) = spaces
                   move 0 to ar-close-time
               end-if
               add 1 to rows-copied end-add
           else
               move ai-archive-row to old-row-image
               move oa-acc-id to ar-acc-id
               move oa-acc-bal to ar-acc-bal
               move oa-close-date to ar-close-date
               move 0 to ar-cust-id
               move space to ar-acc-type
               move 0 to ar-close-time
               add 1 to rows-stripped end-add
           end-if.
           add ar-acc-bal to balance-total end-add.
