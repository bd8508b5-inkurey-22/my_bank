      *> Parameter change request record - one row per change to an
      *> overdraft limit, a daily limit, the fee schedule or the
      *> operator master. The supervisor who keys the change only
      *> raises the request; it takes effect when a different
      *> supervisor approves it from parm_apr. The values are held
      *> as images laid out by parmval.cpy: the new values as keyed,
      *> and the old values as they stood when the request was
      *> raised - replaced by the values actually overwritten once
      *> the change is applied.
       01 pr-request-record.
           05 pr-req-id            pic 9(5).
           05 pr-kind              pic x(02).
               88 pr-od-limit-change   value "OD".
               88 pr-day-limit-change  value "DL".
               88 pr-fee-change        value "FE".
               88 pr-oper-change       value "OP".
      *> What the change is to: an account number, a product type or
      *> an operator id.
           05 pr-target            pic x(05).
           05 pr-status            pic x(01).
               88 pr-pending           value "P".
               88 pr-applied           value "A".
               88 pr-rejected          value "R".
               88 pr-failed            value "F".
           05 pr-req-by            pic x(04).
           05 pr-req-date          pic 9(8).
           05 pr-req-time          pic 9(8).
      *> Who approved or rejected it, and when - or, for a change
      *> that could no longer be applied, who tried.
           05 pr-dec-by            pic x(04).
           05 pr-dec-date          pic 9(8).
           05 pr-dec-time          pic 9(8).
           05 pr-old-values        pic x(60).
           05 pr-new-values        pic x(60).
