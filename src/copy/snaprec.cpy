               88 sp-detail-rec        value "D".
               88 sp-trailer-rec       value "T".
           05 sp-detail-body.
               10 sp-acct-image    pic x(169).
           05 sp-trailer-body redefines sp-detail-body.
               10 sp-trl-count     pic 9(9).
               10 sp-trl-bal       pic s9(11)v99.
               10 filler           pic x(147).
