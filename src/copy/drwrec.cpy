      *> Teller cash drawer record - one row per operator on DRAWER,
      *> holding the drawer they have open now or last closed. The
      *> drawer is opened at sign-on with the float the teller has
      *> counted into it, and closed at the end of the shift with the
      *> cash counted out of it by denomination. Every closed drawer
      *> is also appended to DRWHIST, where drw_bal balances it
      *> against the cash postings made under the same operator id.
       01 dr-drawer-record.
           05 dr-oper-id           pic x(04).
           05 dr-status            pic x(01).
               88 dr-open              value "O".
               88 dr-closed            value "C".
           05 dr-open-date         pic 9(8).
           05 dr-open-time         pic 9(8).
           05 dr-open-float        pic 9(7)v99.
           05 dr-close-date        pic 9(8).
           05 dr-close-time        pic 9(8).
      *> The closing count - notes of 100, 50, 20, 10, 5 and 1 by
      *> number of pieces, loose coin by value - and its total.
           05 dr-denom-table.
               10 dr-denom-count   pic 9(5) occurs 6 times.
           05 dr-coin-amount       pic 9(5)v99.
           05 dr-close-count       pic 9(7)v99.
