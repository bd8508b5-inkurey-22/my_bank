               add 1 to accounts-skipped end-add
               exit paragraph
           end-if.
      *> A term deposit earns its own fixed annual rate, spread over
      *> a 360-day year the way the shop's rates are spread over a
      *> thirty-day month.
           evaluate true
               when fm-acc-savings
                   move savings-daily-rate to daily-rate
               when fm-acc-term
                   compute daily-rate rounded = fm-td-rate / 360
                   end-compute
               when other
                   move checking-daily-rate to daily-rate
           end-evaluate.
           multiply fm-acc-bal by daily-rate giving accrual-amount
               rounded end-multiply.
           if accrual-amount > 0
