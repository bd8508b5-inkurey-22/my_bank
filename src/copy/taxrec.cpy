      *> Year-end interest tax extract record - one "D" detail row per
      *> customer the shop paid interest to in the tax year, carrying
      *> the name and address the statement was mailed to and the
      *> year's interest gross, reversed and net, closed out by one
      *> "T" trailer row whose count and amount control totals the
      *> tax authority proves the file against.
       01 tx-extract-record.
           05 tx-rec-type          pic x(01).
               88 tx-detail-rec        value "D".
               88 tx-trailer-rec       value "T".
           05 tx-detail-body.
               10 tx-tax-year      pic 9(4).
               10 tx-cust-id       pic 9(5).
               10 tx-cust-name     pic x(30).
               10 tx-cust-addr     pic x(40).
               10 tx-gross-int     pic 9(11)v99.
               10 tx-reversed-int  pic 9(11)v99.
               10 tx-net-int       pic 9(11)v99.
           05 tx-trailer-body redefines tx-detail-body.
               10 tx-trl-year      pic 9(4).
               10 tx-trl-count     pic 9(9).
               10 tx-trl-amount    pic 9(13)v99.
               10 filler           pic x(90).
