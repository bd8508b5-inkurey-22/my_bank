           88 credit-dormant value "D".
           88 credit-locked value "L".
           88 credit-over-limit value "B".
           88 credit-term-locked value "T".

      *> What the posting pass actually applied and returned
       01 credits-posted pic 9(9) value 0.
               move "L" to credit-status
               exit paragraph
           end-if.
      *> A term deposit takes no money inside its term, and its
      *> opening deposit comes in at the counter or by transfer,
      *> where it starts the term - an interbank credit to one that
      *> has not matured or been broken today goes back.
           if fm-acc-term
               and (fm-td-mat-date = 0
                   or (run-date < fm-td-mat-date
                       and fm-td-brk-date not = run-date))
               move "T" to credit-status
               exit paragraph
           end-if.
           if ib-amount + fm-acc-bal + pending-credit (ib-dest-acc)
               > 999999999.99
               move "B" to credit-status
                       " - account locked" delimited by size
                       into detail-line
                   end-string
               when credit-term-locked
                   string "RETURNED account " delimited by size
                       ib-dest-acc delimited by size
                       " amount " delimited by size
                       amount-ed delimited by size
                       " - term deposit not matured" delimited by size
                       into detail-line
                   end-string
               when other
                   string "RETURNED account " delimited by size
                       ib-dest-acc delimited by size
           move 0 to tj-ref-date.
           move 0 to tj-ref-time.
           move "IBXB" to tj-oper-id.
           call "jrn_chn" using tj-transaction-record
           end-call.
           write tj-transaction-record.
           add 1 to credits-posted end-add.
           add ib-amount to posted-total end-add.
