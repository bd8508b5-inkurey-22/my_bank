      *> Customer inquiry - shows one customer's master details
      *> together with every account they hold and their combined
      *> balance, the way a teller would answer "what do we hold for
      *> this person" at the counter. Accounts they are linked to
      *> through the relationship file - as a joint owner, signatory
      *> or beneficiary on someone else's account - follow, with the
      *> role they hold on each.

       environment division.
       input-output section.
               record key is fm-acc-id
               file status is account-file-status.

           select relation-file assign to "ACCTREL"
               organization is indexed
               access mode is dynamic
               record key is rl-key
               file status is relation-file-status.

       data division.
       file section.
       fd customer-file.
       fd account-file.
       copy "acctrec.cpy".

       fd relation-file.
       copy "relrec.cpy".

       working-storage section.

      *> File status codes
       01 customer-file-status pic x(02).
       01 account-file-status pic x(02).
       01 relation-file-status pic x(02).

      *> Inquiry working fields
       01 inq-cust-id pic 9(5).
       01 accounts-held pic 9(5) value 0.
       01 combined-balance pic s9(11)v99 value 0.
       01 accounts-related pic 9(5) value 0.
       01 role-name pic x(13).

      *> Edited copies of the amounts below for printing - the raw
      *> fields carry no decimal point, so without this a $500.00
      *> balance prints as 00000050000. Signed, so an overdrawn
      *> account shows its minus sign.
       01 acc-bal-ed pic -(9)9.99.
      *> Available balance - the ledger balance less any funds held
      *> against the account - shown beside the ledger balance
       01 available-amount pic s9(9)v99.
       01 avail-bal-ed pic -(9)9.99.
       01 combined-bal-ed pic -(11)9.99.

       procedure division.
           perform open-files.
           perform show-customer.
           perform show-accounts.
           perform show-related-accounts.
           perform close-files.
           goback.

           display " " end-display.

       *> Procedure to walk the account master and show every account
       *> this customer owns, then their combined balance
       show-accounts.
           move low-values to fm-acc-id.
           start account-file key is greater than fm-acc-id
           end-read.
           if fm-cust-id = inq-cust-id
               move fm-acc-bal to acc-bal-ed
               compute available-amount = fm-acc-bal - fm-acc-held
               end-compute
               move available-amount to avail-bal-ed
               display "Account " fm-acc-id " type " fm-acc-type
                   " ledger " acc-bal-ed " available " avail-bal-ed
                   end-display
               add 1 to accounts-held end-add
               add fm-acc-bal to combined-balance end-add
           end-if.

       *> Procedure to walk the relationship file and show every
       *> account this customer is linked to in a role, with the role
       *> they hold - an ended relationship is not shown
       show-related-accounts.
           open input relation-file.
           if relation-file-status = "35"
               close relation-file
               exit paragraph
           end-if.
           move low-values to rl-key.
           start relation-file key is greater than rl-key
               invalid key
                   move "10" to relation-file-status
           end-start.
           perform show-one-relationship
               until relation-file-status = "10".
           close relation-file.
           display "Accounts related : " accounts-related end-display.
           display " " end-display.

       *> Procedure to read the next relationship and show its account
       *> when it links this customer
       show-one-relationship.
           read relation-file next record
               at end
                   move "10" to relation-file-status
                   exit paragraph
           end-read.
           if rl-cust-id not = inq-cust-id or not rl-active
               exit paragraph
           end-if.
           evaluate true
               when rl-primary
                   move "primary owner" to role-name
               when rl-joint
                   move "joint owner" to role-name
               when rl-signatory
                   move "signatory" to role-name
               when other
                   move "beneficiary" to role-name
           end-evaluate.
           move rl-acc-id to fm-acc-id.
           read account-file key is fm-acc-id
               invalid key
                   display "Account " rl-acc-id " " role-name
                       " - account no longer on file" end-display
                   add 1 to accounts-related end-add
                   exit paragraph
           end-read.
      *> The customer's own accounts are already listed above.
           if fm-cust-id = inq-cust-id
               exit paragraph
           end-if.
           move fm-acc-bal to acc-bal-ed.
           compute available-amount = fm-acc-bal - fm-acc-held
           end-compute.
           move available-amount to avail-bal-ed.
           display "Account " fm-acc-id " type " fm-acc-type " "
               role-name " ledger " acc-bal-ed " available "
               avail-bal-ed end-display.
           add 1 to accounts-related end-add.

       *> Procedure to close every open file
       close-files.
           close customer-file.
