       identification division.
       program-id. acct_rel.

      *> Account relationship maintenance - links further customers
      *> to an account beside its owner on fm-cust-id: a second
      *> primary owner, a joint owner (a married couple's joint
      *> checking account), an authorised signatory or a beneficiary.
      *> Tellers list an account's people, add a relationship and end
      *> one; every addition and ending is logged to the customer
      *> change-history file against the customer concerned, the way
      *> cust_mnt logs an amendment.

       environment division.
       input-output section.
       file-control.
           select relation-file assign to "ACCTREL"
               organization is indexed
               access mode is dynamic
               record key is rl-key
               file status is relation-file-status.

           select account-file assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is fm-acc-id
               file status is account-file-status.

           select customer-file assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is cm-cust-id
               file status is customer-file-status.

           select history-file assign to "CUSTHIST"
               organization is line sequential
               file status is history-file-status.

       data division.
       file section.
       fd relation-file.
       copy "relrec.cpy".

       fd account-file.
       copy "acctrec.cpy".

       fd customer-file.
       copy "custrec.cpy".

       fd history-file.
       copy "chgrec.cpy".

       working-storage section.

      *> File status codes
       01 relation-file-status pic x(02).
       01 account-file-status pic x(02).
       01 customer-file-status pic x(02).
       01 history-file-status pic x(02).

      *> The signed-on operator, stamped on every relationship and
      *> history row
       01 oper-id pic x(04).
       01 oper-role pic x(01).
       01 sgn-return-code pic 9(1).
       01 signed-on-flag pic x(01) value "N".
           88 signed-on value "Y".

      *> User input variables
       01 action pic 9(1).
       01 rel-acc-id pic 9(5).
       01 rel-cust-id pic 9(5).
       01 rel-role pic x(01).
       01 confirm-answer pic x(01).
       01 today-date pic 9(8).

      *> Set when the account, customer or relationship keyed is
      *> on file
       01 account-found-flag pic x(01).
           88 account-found value "Y".
       01 customer-found-flag pic x(01).
           88 customer-found value "Y".
       01 rel-on-file-flag pic x(01).
           88 rel-on-file value "Y".

      *> Role name for the listing and the history row
       01 role-name pic x(20).
       01 relations-listed pic 9(5).

       procedure division.
           perform operator-sign-on.
           if signed-on
               perform main
           end-if.
           goback.

       *> Procedure to sign the operator on before anything is shown
       *> - every relationship and history row carries who made it
       operator-sign-on.
           call "oper_sgn" using oper-id oper-role sgn-return-code
           end-call.
           if sgn-return-code = 0
               move "Y" to signed-on-flag
           else
               display "Sign-on refused" end-display
           end-if.

       *> Main procedure to handle user actions
       main.
           perform until action = 4
               display "Select an action: " end-display
               display "1. List an account's relationships" end-display
               display "2. Add a relationship" end-display
               display "3. End a relationship" end-display
               display "4. Exit" end-display
               display "-> " with no advancing end-display
               accept action end-accept
               display " " end-display
               evaluate action
                   when 1
                       perform list-relationships
                   when 2
                       perform add-relationship
                   when 3
                       perform end-relationship
                   when 4
                       continue
                   when other
                       display "Invalid action" end-display
                       display " " end-display
               end-evaluate
           end-perform.

       *> Procedure to list the account's owner and every relationship
       *> on file for it, active or ended
       list-relationships.
           display "Account : " with no advancing end-display.
           accept rel-acc-id end-accept.
           perform read-account.
           if not account-found
               display "Account not found" end-display
               display " " end-display
               exit paragraph
           end-if.
           display "Account " fm-acc-id " owner customer " fm-cust-id
               end-display.
           move 0 to relations-listed.
           open input relation-file.
           if relation-file-status = "35"
               close relation-file
               display "No further relationships" end-display
               display " " end-display
               exit paragraph
           end-if.
           move rel-acc-id to rl-acc-id.
           move 0 to rl-cust-id.
           move low-values to rl-role.
           start relation-file key is not less than rl-key
               invalid key
                   move "10" to relation-file-status
           end-start.
           perform list-one-relationship
               until relation-file-status = "10".
           close relation-file.
           display relations-listed " further relationship(s)"
               end-display.
           display " " end-display.

       *> Procedure to read the next relationship and show it while it
       *> still belongs to the account
       list-one-relationship.
           read relation-file next record
               at end
                   move "10" to relation-file-status
                   exit paragraph
           end-read.
           if rl-acc-id not = rel-acc-id
               move "10" to relation-file-status
               exit paragraph
           end-if.
           add 1 to relations-listed end-add.
           perform name-role.
           if rl-active
               display "  Customer " rl-cust-id " " role-name
                   " since " rl-start-date end-display
           else
               display "  Customer " rl-cust-id " " role-name
                   " ended " rl-end-date end-display
           end-if.

       *> Procedure to link a customer to an account in a role - the
       *> account and customer must both be on file, and the
       *> account's owner needs no relationship to their own account
       add-relationship.
           display "Account : " with no advancing end-display.
           accept rel-acc-id end-accept.
           perform read-account.
           if not account-found
               display "Account not found" end-display
               display " " end-display
               exit paragraph
           end-if.
           display "Customer : " with no advancing end-display.
           accept rel-cust-id end-accept.
           if rel-cust-id = fm-cust-id
               display "Customer " rel-cust-id " already owns account "
                   rel-acc-id end-display
               display " " end-display
               exit paragraph
           end-if.
           perform read-customer.
           if not customer-found
               display "Customer not found" end-display
               display " " end-display
               exit paragraph
           end-if.
           display "Role (P=Primary owner, J=Joint owner, "
               "S=Signatory, B=Beneficiary): " with no advancing
               end-display.
           accept rel-role end-accept.
           move rel-role to rl-role.
           if not rl-valid-role
               display "Invalid role" end-display
               display " " end-display
               exit paragraph
           end-if.
           perform name-role.
           display "Link " cm-cust-name " to account " rel-acc-id
               " as " role-name " (Y/N)? " with no advancing
               end-display.
           accept confirm-answer end-accept.
           if confirm-answer not = "Y"
               display "Add abandoned" end-display
               display " " end-display
               exit paragraph
           end-if.
           open i-o relation-file.
           if relation-file-status = "35"
               open output relation-file
               close relation-file
               open i-o relation-file
           end-if.
           perform read-relationship.
           if rel-on-file and rl-active
               display "Relationship already on file" end-display
               display " " end-display
               close relation-file
               exit paragraph
           end-if.
           accept today-date from date yyyymmdd.
           move "A" to rl-status.
           move today-date to rl-start-date.
           move oper-id to rl-added-by.
           move 0 to rl-end-date.
           move spaces to rl-ended-by.
           if rel-on-file
               rewrite rl-relation-record end-rewrite
           else
               write rl-relation-record end-write
           end-if.
           close relation-file.
           move "RA" to ch-action.
           move spaces to ch-old-value.
           move spaces to ch-new-value.
           string "account " delimited by size
               rel-acc-id delimited by size
               " " delimited by size
               role-name delimited by size
               into ch-new-value
           end-string.
           perform log-change.
           display "Customer " rel-cust-id " linked to account "
               rel-acc-id end-display.
           display " " end-display.

       *> Procedure to end a customer's relationship to an account -
       *> the row stays on file marked ended, with when and by whom
       end-relationship.
           display "Account : " with no advancing end-display.
           accept rel-acc-id end-accept.
           display "Customer : " with no advancing end-display.
           accept rel-cust-id end-accept.
           display "Role (P/J/S/B): " with no advancing end-display.
           accept rel-role end-accept.
           open i-o relation-file.
           if relation-file-status = "35"
               display "Relationship not found" end-display
               display " " end-display
               close relation-file
               exit paragraph
           end-if.
           perform read-relationship.
           if not rel-on-file or not rl-active
               display "Relationship not found" end-display
               display " " end-display
               close relation-file
               exit paragraph
           end-if.
           perform name-role.
           display "End customer " rel-cust-id " as " role-name
               " on account " rel-acc-id " (Y/N)? " with no advancing
               end-display.
           accept confirm-answer end-accept.
           if confirm-answer not = "Y"
               display "End abandoned" end-display
               display " " end-display
               close relation-file
               exit paragraph
           end-if.
           accept today-date from date yyyymmdd.
           move "E" to rl-status.
           move today-date to rl-end-date.
           move oper-id to rl-ended-by.
           rewrite rl-relation-record end-rewrite.
           close relation-file.
           move "RE" to ch-action.
           move spaces to ch-old-value.
           move spaces to ch-new-value.
           string "account " delimited by size
               rel-acc-id delimited by size
               " " delimited by size
               role-name delimited by size
               into ch-old-value
           end-string.
           perform log-change.
           display "Relationship ended" end-display.
           display " " end-display.

       *> Procedure to read the keyed account off the master
       read-account.
           move "N" to account-found-flag.
           open input account-file.
           if account-file-status = "35"
               close account-file
               exit paragraph
           end-if.
           move "Y" to account-found-flag.
           move rel-acc-id to fm-acc-id.
           read account-file key is fm-acc-id
               invalid key
                   move "N" to account-found-flag
           end-read.
           close account-file.

       *> Procedure to read the keyed customer off the master
       read-customer.
           move "N" to customer-found-flag.
           open input customer-file.
           if customer-file-status = "35"
               close customer-file
               exit paragraph
           end-if.
           move "Y" to customer-found-flag.
           move rel-cust-id to cm-cust-id.
           read customer-file key is cm-cust-id
               invalid key
                   move "N" to customer-found-flag
           end-read.
           close customer-file.

       *> Procedure to read the keyed relationship from the open
       *> relationship file, noting whether it is on file at all
       read-relationship.
           move "Y" to rel-on-file-flag.
           move rel-acc-id to rl-acc-id.
           move rel-cust-id to rl-cust-id.
           move rel-role to rl-role.
           read relation-file key is rl-key
               invalid key
                   move "N" to rel-on-file-flag
           end-read.
           if not rel-on-file
               move rel-acc-id to rl-acc-id
               move rel-cust-id to rl-cust-id
               move rel-role to rl-role
           end-if.

       *> Procedure to name the role in the record area
       name-role.
           evaluate true
               when rl-primary
                   move "primary owner" to role-name
               when rl-joint
                   move "joint owner" to role-name
               when rl-signatory
                   move "signatory" to role-name
               when rl-beneficiary
                   move "beneficiary" to role-name
               when other
                   move "unknown role" to role-name
           end-evaluate.

       *> Procedure to append one row to the change-history file
       *> against the customer concerned, stamped with today's date,
       *> the current time and the signed-on operator - ch-action,
       *> ch-old-value and ch-new-value are staged by the caller
       log-change.
           move rel-cust-id to ch-cust-id.
           accept ch-change-date from date yyyymmdd.
           accept ch-change-time from time.
           move oper-id to ch-oper-id.
           open extend history-file.
           write ch-change-record.
           close history-file.

       end program acct_rel.
