      *> Outbound payee history record - one row per customer and
      *> external account they have ever paid, carrying the day the
      *> payee was first paid, so a sudden run of new payees stands
      *> out from the customer's regular ones.
       01 ph-payee-record.
           05 ph-key.
               10 ph-cust-id       pic 9(5).
               10 ph-route         pic 9(9).
               10 ph-ext-acc       pic x(17).
           05 ph-first-date        pic 9(8).
           05 ph-first-acc         pic 9(5).
