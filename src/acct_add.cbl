      *> account afterwards
       01 checking-daily-limit pic 9(9)v99 value 10000.00.
       01 savings-daily-limit pic 9(9)v99 value 4000.00.
      *> A term deposit only ever moves in whole - at its opening, at
      *> maturity or on a supervisor-approved break - so its daily
      *> limit is set out of the way rather than splitting the
      *> payment over several days.
       01 term-daily-limit pic 9(9)v99 value 999999999.99.

       linkage section.
      *> la-acc-id: pass 0 to auto-assign the next id, or a specific
      *> id to use (as the bulk loader does); returns the id used.
       01 la-acc-id pic 9(5).
       01 la-acc-password pic x(20).
      *> la-acc-type: "C" for checking, "S" for savings, "T" for a
      *> term deposit.
       01 la-acc-type pic x(01).
      *> la-cust-id: pass 0 to create a new customer from the name,
      *> address and phone supplied, or an existing customer number
       01 la-cust-name pic x(30).
       01 la-cust-addr pic x(40).
       01 la-cust-phone pic x(15).
      *> la-td-terms: a term deposit's term in months, fixed annual
      *> rate, maturity instruction ("P" pay out, "R" roll over) and
      *> the checking account a pay-out goes to - zeros and spaces
      *> for any other product, where they are ignored.
       01 la-td-terms.
           05 la-td-term pic 9(3).
           05 la-td-rate pic 9v9(4).
           05 la-td-instr pic x(01).
           05 la-td-link-acc pic 9(5).
      *> la-return-code: 0 = created, 1 = account id already in use,
      *> 2 = invalid account type, 3 = customer could not be created
      *> or linked (number not on the customer master, or the new
      *> customer record could not be written), 4 = invalid term
      *> deposit terms (no term or rate, an unknown instruction, or
      *> a pay-out account that is not an open checking account).
       01 la-return-code pic 9(1).

       procedure division using la-acc-id la-acc-password la-acc-type
           la-cust-id la-cust-name la-cust-addr la-cust-phone
           la-td-terms la-return-code.
           perform validate-account-type.
           if la-return-code = 0 and la-acc-type = "T"
               perform validate-term-terms
           end-if.
           if la-return-code = 0
               perform attach-customer
           end-if.
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
       validate-account-type.
           move 0 to la-return-code.
           if la-acc-type not = "C" and la-acc-type not = "S"
               and la-acc-type not = "T"
               move 2 to la-return-code
           end-if.

      *> Procedure to check a term deposit's terms before anything is
      *> written - a pay-out deposit has to name an open checking
      *> account for its money to go to at maturity.
       validate-term-terms.
           if la-td-term = 0 or la-td-rate = 0
               move 4 to la-return-code
               exit paragraph
           end-if.
           if la-td-instr not = "P" and la-td-instr not = "R"
               move 4 to la-return-code
               exit paragraph
           end-if.
           if la-td-instr = "R"
               exit paragraph
           end-if.
           open input account-file.
           if account-file-status = "35"
               close account-file
               move 4 to la-return-code
               exit paragraph
           end-if.
           move la-td-link-acc to fm-acc-id.
           read account-file key is fm-acc-id
               invalid key
                   move 4 to la-return-code
           end-read.
           if la-return-code = 0 and not fm-acc-checking
               move 4 to la-return-code
           end-if.
           close account-file.

      *> Procedure to create or link the owning customer through the
      *> shared cust_add logic before anything is written - an account
      *> is never created without a customer behind it.
           move "N" to fm-acc-dorm-flag.
           move 0 to fm-acc-accr-int.
           move 0 to fm-acc-accr-date.
           evaluate la-acc-type
               when "S"
                   move savings-daily-limit to fm-acc-day-limit
               when "T"
                   move term-daily-limit to fm-acc-day-limit
               when other
                   move checking-daily-limit to fm-acc-day-limit
           end-evaluate.
           move 0 to fm-acc-day-date.
           move 0 to fm-acc-day-used.
           move 0 to fm-acc-ovr-date.
           move 0 to fm-acc-fee-period.
           move 0 to fm-acc-held.
           if la-acc-type = "T"
               move la-td-term to fm-td-term
               move la-td-rate to fm-td-rate
               move la-td-instr to fm-td-instr
               if la-td-instr = "P"
                   move la-td-link-acc to fm-td-link-acc
               else
                   move 0 to fm-td-link-acc
               end-if
           else
               move 0 to fm-td-term
               move 0 to fm-td-rate
               move space to fm-td-instr
               move 0 to fm-td-link-acc
           end-if.
           move 0 to fm-td-mat-date.
           move 0 to fm-td-brk-date.
           write fm-account-record
               invalid key
                   move 1 to la-return-code
