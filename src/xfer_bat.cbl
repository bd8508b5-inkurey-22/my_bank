                   move "Destination balance limit reached"
                       to xr-reason
               when 6
                   move "Over transfer limit or term not matured"
                       to xr-reason
               when 7
                   move "Source account dormant" to xr-reason
               when 8
