               move 0 to tj-ref-date
               move 0 to tj-ref-time
               move "INTP" to tj-oper-id
               call "jrn_chn" using tj-transaction-record
               end-call
               write tj-transaction-record
               add 1 to accounts-posted
           end-if.
