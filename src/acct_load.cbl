       01 la-cust-name pic x(30).
       01 la-cust-addr pic x(40).
       01 la-cust-phone pic x(15).
      *> Term deposit terms - the onboarding file only carries
      *> checking and savings accounts, so these always go across
      *> empty
       01 la-td-terms.
           05 la-td-term pic 9(3) value 0.
           05 la-td-rate pic 9v9(4) value 0.
           05 la-td-instr pic x(01) value space.
           05 la-td-link-acc pic 9(5) value 0.
       01 la-return-code pic 9(1).

      *> Run totals
           move na-cust-phone to la-cust-phone.
           call "acct_add" using la-acc-id la-acc-password la-acc-type
               la-cust-id la-cust-name la-cust-addr la-cust-phone
               la-td-terms la-return-code
           end-call.
           if la-return-code = 0
               display "Account created with ID: " la-acc-id
