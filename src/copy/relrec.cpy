      *> Account relationship record - one row per customer linked to
      *> an account other than its owner on fm-cust-id: a further
      *> primary owner, a joint owner, an authorised signatory or a
      *> beneficiary. Keyed account first, so an account's people
      *> read together. An ended relationship stays on file for the
      *> audit trail, the way a released hold does, and is brought
      *> back to life if the same link is added again.
       01 rl-relation-record.
           05 rl-key.
               10 rl-acc-id        pic 9(5).
               10 rl-cust-id       pic 9(5).
               10 rl-role          pic x(01).
                   88 rl-primary       value "P".
                   88 rl-joint         value "J".
                   88 rl-signatory     value "S".
                   88 rl-beneficiary   value "B".
                   88 rl-owner         values "P" "J".
                   88 rl-valid-role    values "P" "J" "S" "B".
           05 rl-status            pic x(01).
               88 rl-active            value "A".
               88 rl-ended             value "E".
           05 rl-start-date        pic 9(8).
           05 rl-added-by          pic x(04).
           05 rl-end-date          pic 9(8).
           05 rl-ended-by          pic x(04).
