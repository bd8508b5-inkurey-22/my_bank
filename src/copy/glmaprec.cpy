      *> General ledger mapping record - says which GL account each
      *> side of a journal posting lands on. Keyed on the journal
      *> type, the side of the posting (the debited or the credited
      *> side) and the product type of the customer account on that
      *> side, so a deposit liability can be split by checking,
      *> savings and term. The side of a posting with no customer
      *> account on it - teller cash for a deposit, interest expense
      *> for an interest credit - carries "-" as its product type.
      *> "CL" maps the balance paid out when an account closes,
      *> which leaves the books with no journal entry of its own.
       01 gm-map-record.
           05 gm-key.
               10 gm-txn-type      pic x(02).
               10 gm-side          pic x(01).
                   88 gm-debit-side    value "D".
                   88 gm-credit-side   value "C".
               10 gm-acc-type      pic x(01).
           05 gm-gl-acct           pic x(10).
           05 gm-gl-desc           pic x(30).
