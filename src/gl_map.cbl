       identification division.
       program-id. gl_map.

      *> Supervisor general ledger mapping maintenance - keeps the
      *> GLMAP file that tells the nightly gl_ifc interface which GL
      *> account each side of each journal type lands on: the
      *> customer's deposit liability by product on the customer
      *> side, and teller cash, interest expense, fee income, penalty
      *> income or interbank settlement clearing on the other. A
      *> mapping can be added or changed, deleted and listed, and the
      *> shop's standard chart can be loaded onto an empty or partly
      *> built file - loading never overwrites a mapping already
      *> there. Run from the supervisor's console: a wrong mapping
      *> misstates the books.

       environment division.
       input-output section.
       file-control.
           select glmap-file assign to "GLMAP"
               organization is indexed
               access mode is dynamic
               record key is gm-key
               file status is glmap-file-status.

       data division.
       file section.
       fd glmap-file.
       copy "glmaprec.cpy".

       working-storage section.

      *> File status codes
       01 glmap-file-status pic x(02).

      *> The signed-on supervisor
       01 oper-id pic x(04).
       01 oper-role pic x(01).
       01 sgn-return-code pic 9(1).

      *> User input variables
       01 action pic 9(1).
       01 map-txn-type pic x(02).
       01 map-side pic x(01).
       01 map-acc-type pic x(01).
       01 map-gl-acct pic x(10).
       01 map-gl-desc pic x(30).
       01 confirm-answer pic x(01).

      *> How many mappings the listing showed and the load added
       01 maps-listed pic 9(5).
       01 maps-loaded pic 9(5).

      *> The shop's standard chart. The side of each posting with no
      *> customer account on it goes to a fixed GL account...
       01 std-internal-values.
           05 filler pic x(14) value "ADD-1000      ".
           05 filler pic x(30) value "TELLER CASH".
           05 filler pic x(14) value "WDC-1000      ".
           05 filler pic x(30) value "TELLER CASH".
           05 filler pic x(14) value "IND-5100      ".
           05 filler pic x(30) value "INTEREST EXPENSE".
           05 filler pic x(14) value "FEC-4100      ".
           05 filler pic x(30) value "FEE INCOME".
           05 filler pic x(14) value "PNC-4200      ".
           05 filler pic x(30) value "EARLY BREAK PENALTY INCOME".
           05 filler pic x(14) value "OBC-1200      ".
           05 filler pic x(30) value "INTERBANK SETTLEMENT CLEARING".
           05 filler pic x(14) value "IBD-1200      ".
           05 filler pic x(30) value "INTERBANK SETTLEMENT CLEARING".
           05 filler pic x(14) value "CLC-1000      ".
           05 filler pic x(30) value "TELLER CASH".
       01 std-internal-table redefines std-internal-values.
           05 std-internal-entry occurs 8 times.
               10 std-int-key pic x(04).
               10 std-int-gl-acct pic x(10).
               10 std-int-gl-desc pic x(30).
       01 std-int-sub pic 9(2).

      *> ...and each customer side of a posting goes to the deposit
      *> liability for the account's product
       01 std-cust-side-values pic x(36)
           value "ADCWDDTRDTRCINCFEDPNDOBDIBCRVDRVCCLD".
       01 std-cust-side-table redefines std-cust-side-values.
           05 std-cust-side occurs 12 times.
               10 std-side-txn-type pic x(02).
               10 std-side-side pic x(01).
       01 std-side-sub pic 9(2).
       01 std-product-values.
           05 filler pic x(11) value "C2100      ".
           05 filler pic x(30) value "DEPOSITS - CHECKING".
           05 filler pic x(11) value "S2200      ".
           05 filler pic x(30) value "DEPOSITS - SAVINGS".
           05 filler pic x(11) value "T2300      ".
           05 filler pic x(30) value "DEPOSITS - TERM".
       01 std-product-table redefines std-product-values.
           05 std-product-entry occurs 3 times.
               10 std-prod-acc-type pic x(01).
               10 std-prod-gl-acct pic x(10).
               10 std-prod-gl-desc pic x(30).
       01 std-prod-sub pic 9(2).

       procedure division.
           perform supervisor-sign-on.
           perform main.
           goback.

       *> Procedure to sign the supervisor on before anything is
       *> shown
       supervisor-sign-on.
           call "oper_sgn" using oper-id oper-role sgn-return-code
           end-call.
           if sgn-return-code not = 0
               display "Sign-on refused" end-display
               goback
           end-if.
           if oper-role not = "S"
               display "GL mapping maintenance needs a supervisor"
                   end-display
               goback
           end-if.

       *> Main procedure to handle user actions
       main.
           perform until action = 5
               display "Select an action: " end-display
               display "1. Add or change a mapping" end-display
               display "2. Delete a mapping" end-display
               display "3. List mappings" end-display
               display "4. Load the standard mapping" end-display
               display "5. Exit" end-display
               display "-> " with no advancing end-display
               accept action end-accept
               display " " end-display
               evaluate action
                   when 1
                       perform set-mapping
                   when 2
                       perform delete-mapping
                   when 3
                       perform list-mappings
                   when 4
                       perform load-standard-mapping
                   when 5
                       continue
                   when other
                       display "Invalid action" end-display
                       display " " end-display
               end-evaluate
           end-perform.

       *> Procedure to open the mapping file for update, creating it
       *> on first use
       open-glmap-update.
           open i-o glmap-file.
           if glmap-file-status = "35"
               open output glmap-file
               close glmap-file
               open i-o glmap-file
           end-if.

       *> Procedure to ask for the journal type, side and product
       *> type a mapping is keyed on, and check them
       accept-map-key.
           display "Journal type (AD WD TR IN FE PN OB IB RV, "
               "CL=closure payout): " with no advancing end-display.
           accept map-txn-type end-accept.
           display "Side (D=Debit, C=Credit): " with no advancing
               end-display.
           accept map-side end-accept.
           display "Product (C=Checking, S=Savings, T=Term, "
               "-=no customer account): " with no advancing
               end-display.
           accept map-acc-type end-accept.
           if map-txn-type not = "AD" and map-txn-type not = "WD"
               and map-txn-type not = "TR" and map-txn-type not = "IN"
               and map-txn-type not = "FE" and map-txn-type not = "PN"
               and map-txn-type not = "OB" and map-txn-type not = "IB"
               and map-txn-type not = "RV" and map-txn-type not = "CL"
               move spaces to map-txn-type
           end-if.
           if map-side not = "D" and map-side not = "C"
               move spaces to map-txn-type
           end-if.
           if map-acc-type not = "C" and map-acc-type not = "S"
               and map-acc-type not = "T" and map-acc-type not = "-"
               move spaces to map-txn-type
           end-if.

       *> Procedure to add a mapping or change the GL account an
       *> existing one points at
       set-mapping.
           perform accept-map-key.
           if map-txn-type = spaces
               display "Invalid mapping key" end-display
               display " " end-display
               exit paragraph
           end-if.
           display "GL account: " with no advancing end-display.
           accept map-gl-acct end-accept.
           if map-gl-acct = spaces
               display "GL account must be given" end-display
               display " " end-display
               exit paragraph
           end-if.
           display "GL account description: " with no advancing
               end-display.
           accept map-gl-desc end-accept.
           perform open-glmap-update.
           move map-txn-type to gm-txn-type.
           move map-side to gm-side.
           move map-acc-type to gm-acc-type.
           read glmap-file key is gm-key
               invalid key
                   move map-gl-acct to gm-gl-acct
                   move map-gl-desc to gm-gl-desc
                   write gm-map-record end-write
                   display "Mapping added" end-display
                   display " " end-display
                   close glmap-file
                   exit paragraph
           end-read.
           display "Was " gm-gl-acct " " gm-gl-desc end-display.
           move map-gl-acct to gm-gl-acct.
           move map-gl-desc to gm-gl-desc.
           rewrite gm-map-record end-rewrite.
           close glmap-file.
           display "Mapping changed" end-display.
           display " " end-display.

       *> Procedure to delete a mapping - the interface refuses to
       *> write a night's file while any posting has no mapping, so
       *> a deletion is confirmed first
       delete-mapping.
           perform accept-map-key.
           if map-txn-type = spaces
               display "Invalid mapping key" end-display
               display " " end-display
               exit paragraph
           end-if.
           open i-o glmap-file.
           if glmap-file-status = "35"
               display "No mappings on file" end-display
               display " " end-display
               close glmap-file
               exit paragraph
           end-if.
           move map-txn-type to gm-txn-type.
           move map-side to gm-side.
           move map-acc-type to gm-acc-type.
           read glmap-file key is gm-key
               invalid key
                   display "Mapping not found" end-display
                   display " " end-display
                   close glmap-file
                   exit paragraph
           end-read.
           perform show-one-mapping.
           display "Delete this mapping (Y/N)? " with no advancing
               end-display.
           accept confirm-answer end-accept.
           if confirm-answer = "Y"
               delete glmap-file record end-delete
               display "Mapping deleted" end-display
           else
               display "Delete abandoned" end-display
           end-if.
           close glmap-file.
           display " " end-display.

       *> Procedure to list every mapping in key order
       list-mappings.
           move 0 to maps-listed.
           open input glmap-file.
           if glmap-file-status = "35"
               display "No mappings on file" end-display
               display " " end-display
               close glmap-file
               exit paragraph
           end-if.
           move low-values to gm-key.
           start glmap-file key is greater than gm-key
               invalid key
                   move "10" to glmap-file-status
           end-start.
           perform list-one-mapping until glmap-file-status = "10".
           close glmap-file.
           display maps-listed " mapping(s) on file" end-display.
           display " " end-display.

       *> Procedure to read and show the next mapping
       list-one-mapping.
           read glmap-file next record
               at end
                   move "10" to glmap-file-status
                   exit paragraph
           end-read.
           add 1 to maps-listed end-add.
           perform show-one-mapping.

       *> Procedure to show the mapping in the record area
       show-one-mapping.
           display gm-txn-type " " gm-side " " gm-acc-type " -> "
               gm-gl-acct " " gm-gl-desc end-display.

       *> Procedure to write every standard mapping that is not on
       *> file yet - a mapping the shop has already set is kept
       load-standard-mapping.
           move 0 to maps-loaded.
           perform open-glmap-update.
           perform load-one-internal
               varying std-int-sub from 1 by 1 until std-int-sub > 8.
           perform load-one-cust-side
               varying std-side-sub from 1 by 1 until std-side-sub > 12.
           close glmap-file.
           display maps-loaded " standard mapping(s) added"
               end-display.
           display " " end-display.

       *> Procedure to write one standard mapping for a side with no
       *> customer account on it
       load-one-internal.
           move std-int-key (std-int-sub) to gm-key.
           move std-int-gl-acct (std-int-sub) to gm-gl-acct.
           move std-int-gl-desc (std-int-sub) to gm-gl-desc.
           perform write-standard-mapping.

       *> Procedure to write one customer side's standard mapping for
       *> each product
       load-one-cust-side.
           perform load-one-product
               varying std-prod-sub from 1 by 1 until std-prod-sub > 3.

       *> Procedure to write the customer side's mapping for one
       *> product
       load-one-product.
           move std-side-txn-type (std-side-sub) to gm-txn-type.
           move std-side-side (std-side-sub) to gm-side.
           move std-prod-acc-type (std-prod-sub) to gm-acc-type.
           move std-prod-gl-acct (std-prod-sub) to gm-gl-acct.
           move std-prod-gl-desc (std-prod-sub) to gm-gl-desc.
           perform write-standard-mapping.

       *> Procedure to write the standard mapping in the record area
       *> unless its key is already mapped
       write-standard-mapping.
           write gm-map-record
               invalid key
                   exit paragraph
           end-write.
           add 1 to maps-loaded end-add.

       end program gl_map.
