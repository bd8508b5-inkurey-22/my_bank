      *> General ledger interface record - one "D" detail row per GL
      *> account the night's postings touched, carrying its debit
      *> and credit totals for the business day, closed out by one
      *> "T" trailer row whose count and debit and credit control
      *> totals the ledger system proves the file against. The file
      *> is only ever written balanced: the two trailer totals are
      *> always equal.
       01 gl-interface-record.
           05 gl-rec-type          pic x(01).
               88 gl-detail-rec        value "D".
               88 gl-trailer-rec       value "T".
           05 gl-detail-body.
               10 gl-post-date     pic 9(8).
               10 gl-acct          pic x(10).
               10 gl-dr-amount     pic 9(13)v99.
               10 gl-cr-amount     pic 9(13)v99.
           05 gl-trailer-body redefines gl-detail-body.
               10 gl-trl-count     pic 9(9).
               10 gl-trl-dr-total  pic 9(13)v99.
               10 gl-trl-cr-total  pic 9(13)v99.
               10 filler           pic x(09).
