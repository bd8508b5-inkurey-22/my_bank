                   move 1 to ct-next-acc-id
                   move 1 to ct-next-cust-id
                   move 1 to ct-next-order-id
                   move 1 to ct-next-hold-id
                   move 0 to ct-gl-date
                   move 0 to ct-gl-time
                   move 0 to ct-gl-total
                   move 1 to ct-next-case-id
                   move 1 to ct-next-req-id
                   move 0 to ct-total
                   write ct-control-record
           end-read.
