       identification division.
       program-id. hold_mnt.

      *> Supervisor funds-hold maintenance - places a hold on part of
      *> an account's money (a legal garnishment, an inbound credit
      *> that has not cleared yet, or a disputed amount), releases
      *> one early, and lists an account's holds. Held money stays in
      *> the ledger balance but comes off the available balance that
      *> every debit path tests, so it cannot be withdrawn,
      *> transferred out or charged while the hold stands. Each hold
      *> carries an expiry date the nightly hold_exp run releases it
      *> on. Run from the supervisor's console, like the overdraft
      *> grant - freezing a customer's money is not a teller matter.

       environment division.
       input-output section.
       file-control.
           select hold-file assign to "HOLDFILE"
               organization is indexed
               access mode is dynamic
               record key is hd-hold-id
               file status is hold-file-status.

           select account-file assign to "ACCTMAST"
               organization is indexed
               access mode is dynamic
               record key is fm-acc-id
               file status is account-file-status.

           select control-file assign to "CTLFILE"
               organization is indexed
               access mode is dynamic
               record key is ct-key
               file status is control-file-status.

       data division.
       file section.
       fd hold-file.
       copy "holdrec.cpy".

       fd account-file.
       copy "acctrec.cpy".

       fd control-file.
       copy "ctlrec.cpy".

       working-storage section.

      *> File status codes
       01 hold-file-status pic x(02).
       01 account-file-status pic x(02).
       01 control-file-status pic x(02).

      *> The signed-on supervisor, stamped on every hold placed or
      *> released
       01 oper-id pic x(04).
       01 oper-role pic x(01).
       01 sgn-return-code pic 9(1).

      *> User input variables
       01 action pic 9(1).
       01 hold-acc pic 9(5).
       01 hold-id pic 9(5).
       01 hold-amount pic 9(9)v99.
       01 hold-reason pic x(02).
       01 hold-expiry pic 9(8).
       01 hold-expiry-parts redefines hold-expiry.
           05 hold-expiry-yy pic 9(4).
           05 hold-expiry-mm pic 9(2).
           05 hold-expiry-dd pic 9(2).
       01 confirm-answer pic x(01).
       01 today-date pic 9(8).

      *> How many holds the listing found for the account
       01 holds-listed pic 9(5).

      *> The account's available balance - the ledger balance less
      *> everything held - signed, since a garnishment can hold more
      *> than the account has in it
       01 available-amount pic s9(9)v99.

      *> Edited copies of the amounts for the displays
       01 ledger-ed pic -(9)9.99.
       01 available-ed pic -(9)9.99.
       01 hold-amt-ed pic z(8)9.99.

       procedure division.
           perform supervisor-sign-on.
           perform main.
           goback.

       *> Procedure to sign the supervisor on before anything is
       *> shown - freezing a customer's money is a supervisor
       *> decision, and every hold records whose decision it was
       supervisor-sign-on.
           call "oper_sgn" using oper-id oper-role sgn-return-code
           end-call.
           if sgn-return-code not = 0
               display "Sign-on refused" end-display
               goback
           end-if.
           if oper-role not = "S"
               display "Funds hold maintenance needs a supervisor"
                   end-display
               goback
           end-if.

       *> Main procedure to handle user actions
       main.
           perform until action = 4
               display "Select an action: " end-display
               display "1. Place a hold" end-display
               display "2. Release a hold" end-display
               display "3. List holds on an account" end-display
               display "4. Exit" end-display
               display "-> " with no advancing end-display
               accept action end-accept
               display " " end-display
               evaluate action
                   when 1
                       perform place-hold
                   when 2
                       perform release-hold
                   when 3
                       perform list-holds
                   when 4
                       continue
                   when other
                       display "Invalid action" end-display
                       display " " end-display
               end-evaluate
           end-perform.

       *> Procedure to place a new hold: the hold row is written
       *> first and the account's held total only moves once it is
       *> safely on file, so a failed write never leaves money frozen
       *> with no hold to answer for it
       place-hold.
           display "Account to hold funds on: " with no advancing
               end-display.
           accept hold-acc end-accept.
           open i-o account-file.
           if account-file-status = "35"
               display "Account file not found" end-display
               display " " end-display
               close account-file
               exit paragraph
           end-if
           move hold-acc to fm-acc-id.
           read account-file key is fm-acc-id
               invalid key
                   display "Account not found" end-display
                   display " " end-display
                   close account-file
                   exit paragraph
           end-read.
           perform show-balances.
           display "Amount to hold: " with no advancing end-display.
           accept hold-amount end-accept.
           if hold-amount = 0
               display "Hold amount must be more than zero"
                   end-display
               display " " end-display
               close account-file
               exit paragraph
           end-if
           display "Reason (LG=Legal garnishment, UC=Uncleared "
               "credit, DS=Dispute): " with no advancing end-display.
           accept hold-reason end-accept.
           if hold-reason not = "LG" and hold-reason not = "UC"
               and hold-reason not = "DS"
               display "Invalid reason code" end-display
               display " " end-display
               close account-file
               exit paragraph
           end-if
           display "Expiry date (YYYYMMDD, 0 = until released): "
               with no advancing end-display.
           accept hold-expiry end-accept.
           accept today-date from date yyyymmdd.
           if hold-expiry = 0
               move 99999999 to hold-expiry
           else
               if hold-expiry-mm < 01 or hold-expiry-mm > 12
                   or hold-expiry-dd < 01 or hold-expiry-dd > 31
                   or hold-expiry < today-date
                   display "Invalid expiry date" end-display
                   display " " end-display
                   close account-file
                   exit paragraph
               end-if
           end-if

           open i-o hold-file.
           if hold-file-status = "35"
               open output hold-file
               close hold-file
               open i-o hold-file
           end-if
           perform assign-hold-id.
           move hold-id to hd-hold-id.
           move hold-acc to hd-acc-id.
           move hold-amount to hd-amount.
           move hold-reason to hd-reason.
           move hold-expiry to hd-expiry-date.
           move "A" to hd-status.
           move today-date to hd-placed-date.
           move oper-id to hd-placed-by.
           move 0 to hd-ended-date.
           move spaces to hd-ended-by.
           write hd-hold-record
               invalid key
                   display "Hold could not be written" end-display
                   display " " end-display
                   close hold-file
                   close account-file
                   exit paragraph
           end-write.
           close hold-file.
           add hold-amount to fm-acc-held end-add.
           rewrite fm-account-record end-rewrite.
           display "Hold " hold-id " placed on account " hold-acc
               end-display.
           perform show-balances.
           close account-file.

       *> Procedure to take the next hold number from the control
       *> record, the same way a standing order is numbered - a
       *> control record that predates holds starts them at one
       assign-hold-id.
           open i-o control-file.
           move "T" to ct-key.
           read control-file key is ct-key
               invalid key
                   move 1 to ct-next-hold-id
           end-read.
           if ct-next-hold-id not numeric or ct-next-hold-id = 0
               move 1 to ct-next-hold-id
           end-if.
           move ct-next-hold-id to hold-id.
           add 1 to ct-next-hold-id end-add.
           rewrite ct-control-record end-rewrite.
           close control-file.

       *> Procedure to release a hold before it expires - the hold
       *> stays on file marked released, and the account's held total
       *> gives the money back to the available balance
       release-hold.
           display "Hold to release: " with no advancing end-display.
           accept hold-id end-accept.
           open i-o hold-file.
           if hold-file-status = "35"
               display "No holds on file" end-display
               display " " end-display
               close hold-file
               exit paragraph
           end-if
           move hold-id to hd-hold-id.
           read hold-file key is hd-hold-id
               invalid key
                   display "Hold not found" end-display
                   display " " end-display
                   close hold-file
                   exit paragraph
           end-read.
           if not hd-active
               display "Hold " hold-id " is no longer active"
                   end-display
               display " " end-display
               close hold-file
               exit paragraph
           end-if
           perform show-one-hold.
           display "Release this hold (Y/N)? " with no advancing
               end-display.
           accept confirm-answer end-accept.
           if confirm-answer not = "Y"
               display "Release abandoned" end-display
               display " " end-display
               close hold-file
               exit paragraph
           end-if
           accept today-date from date yyyymmdd.
           move "R" to hd-status.
           move today-date to hd-ended-date.
           move oper-id to hd-ended-by.
           rewrite hd-hold-record end-rewrite.
           close hold-file.
           perform give-back-held-amount.
           display "Hold " hold-id " released" end-display.
           display " " end-display.

      *> Procedure to take a released hold's amount back off the
      *> account's held total - an account closed since the hold was
      *> placed has nothing left to give back, and a total already
      *> below the amount is cleared rather than driven negative
       give-back-held-amount.
           open i-o account-file.
           move hd-acc-id to fm-acc-id.
           read account-file key is fm-acc-id
               invalid key
                   close account-file
                   exit paragraph
           end-read.
           if fm-acc-held < hd-amount
               move 0 to fm-acc-held
           else
               subtract hd-amount from fm-acc-held end-subtract
           end-if.
           rewrite fm-account-record end-rewrite.
           close account-file.

       *> Procedure to list every hold ever placed on an account, with
       *> its status, so a supervisor can answer a customer's "why
       *> can't I have my money"
       list-holds.
           display "Account to list holds for: " with no advancing
               end-display.
           accept hold-acc end-accept.
           move 0 to holds-listed.
           open input hold-file.
           if hold-file-status = "35"
               display "No holds on file" end-display
               display " " end-display
               close hold-file
               exit paragraph
           end-if
           move low-values to hd-hold-id.
           start hold-file key is greater than hd-hold-id
               invalid key
                   move "10" to hold-file-status
           end-start.
           perform list-one-hold until hold-file-status = "10".
           close hold-file.
           display holds-listed " hold(s) on account " hold-acc
               end-display.
           display " " end-display.

       *> Procedure to read the next hold and show it when it is on
       *> the account being listed
       list-one-hold.
           read hold-file next record
               at end
                   move "10" to hold-file-status
                   exit paragraph
           end-read.
           if hd-acc-id = hold-acc
               add 1 to holds-listed end-add
               perform show-one-hold
           end-if.

       *> Procedure to show the hold in the record area
       show-one-hold.
           move hd-amount to hold-amt-ed.
           evaluate true
               when hd-active
                   display "Hold " hd-hold-id " account " hd-acc-id
                       " amount " hold-amt-ed " reason " hd-reason
                       " expires " hd-expiry-date " - active"
                       end-display
               when hd-released
                   display "Hold " hd-hold-id " account " hd-acc-id
                       " amount " hold-amt-ed " reason " hd-reason
                       " - released " hd-ended-date " by "
                       hd-ended-by end-display
               when other
                   display "Hold " hd-hold-id " account " hd-acc-id
                       " amount " hold-amt-ed " reason " hd-reason
                       " - expired " hd-ended-date end-display
           end-evaluate.

       *> Procedure to show the account's ledger and available
       *> balances side by side
       show-balances.
           compute available-amount = fm-acc-bal - fm-acc-held
           end-compute.
           move fm-acc-bal to ledger-ed.
           move available-amount to available-ed.
           display "Ledger balance " ledger-ed "   Available balance "
               available-ed end-display.
           display " " end-display.

       end program hold_mnt.
