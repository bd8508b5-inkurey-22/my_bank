       program-id. mst_conv.

      *> One-shot account master layout conversion - reads an
      *> ACCTMAST still in an earlier layout and writes every
      *> account to ACCTNEW in the current layout. Two earlier
      *> layouts are recognised by their record length: the
      *> original 63-byte layout (through to the dormancy flag),
      *> and the 128-byte layout that followed it (through to the
      *> fee period). Every field a record carries comes across as
      *> it is; the fields added since start at zero - interest
      *> accrual, daily debit limit and fee period on an original
      *> record, and the funds hold total and the term deposit
      *> terms (term, maturity date, rate, link account and break
      *> date at zero, maturity instruction blank) on both. A zero
      *> daily limit means the product type's default applies,
      *> exactly as it does for any account that predates the
      *> facility. The original file is never touched: once the
      *> displayed count and balance totals prove out, the operator
      *> retires the old ACCTMAST and puts ACCTNEW in its place,
      *> then runs arc_conv to give the closed-account archive the

       data division.
       file section.
      *> The layouts the file on disk may still carry - the account
      *> record as it stood before the accrual, daily-limit and
      *> fee-period fields were appended, and as it stood before the
      *> funds hold and term deposit fields were. The length of the
      *> record read says which one it is.
       fd old-account-file
           record is varying in size from 63 to 128 characters
               depending on old-record-size.
       01 ov-old-account-record.
           05 ov-acc-id            pic 9(5).
           05 ov-cust-id           pic 9(5).
           05 ov-acc-lock-flag     pic x(01).
           05 ov-acc-last-act      pic 9(8).
           05 ov-acc-dorm-flag     pic x(01).
       01 ow-old-account-record.
           05 ow-acc-id            pic 9(5).
           05 ow-cust-id           pic 9(5).
           05 ow-acc-password      pic x(20).
           05 ow-acc-bal           pic s9(9)v99.
           05 ow-acc-od-limit      pic 9(7)v99.
           05 ow-acc-type          pic x(01).
           05 ow-acc-fail-count    pic 9(02).
           05 ow-acc-lock-flag     pic x(01).
           05 ow-acc-last-act      pic 9(8).
           05 ow-acc-dorm-flag     pic x(01).
           05 ow-acc-accr-int      pic s9(9)v9(4).
           05 ow-acc-accr-date     pic 9(8).
           05 ow-acc-day-limit     pic 9(9)v99.
           05 ow-acc-day-date      pic 9(8).
           05 ow-acc-day-used      pic 9(9)v99.
           05 ow-acc-ovr-date      pic 9(8).
           05 ow-acc-fee-period    pic 9(6).

       fd new-account-file.
       copy "acctrec.cpy".
       01 old-account-file-status pic x(02).
       01 new-account-file-status pic x(02).

      *> Length of the old-layout record just read
       01 old-record-size pic 9(3).

      *> Control totals proved between the two files
       01 accounts-read pic 9(9) value 0.
       01 accounts-written pic 9(9) value 0.
               until old-account-file-status = "10".

       *> Procedure to read the next old-layout account and write its
       *> current-layout image, with every field added since its
       *> layout started at zero
       convert-one-account.
           read old-account-file next record
           move ov-acc-lock-flag to fm-acc-lock-flag.
           move ov-acc-last-act to fm-acc-last-act.
           move ov-acc-dorm-flag to fm-acc-dorm-flag.
           if old-record-size = 128
               move ow-acc-accr-int to fm-acc-accr-int
               move ow-acc-accr-date to fm-acc-accr-date
               move ow-acc-day-limit to fm-acc-day-limit
               move ow-acc-day-date to fm-acc-day-date
               move ow-acc-day-used to fm-acc-day-used
               move ow-acc-ovr-date to fm-acc-ovr-date
               move ow-acc-fee-period to fm-acc-fee-period
           else
               move 0 to fm-acc-accr-int
               move 0 to fm-acc-accr-date
               move 0 to fm-acc-day-limit
               move 0 to fm-acc-day-date
               move 0 to fm-acc-day-used
               move 0 to fm-acc-ovr-date
               move 0 to fm-acc-fee-period
           end-if.
           move 0 to fm-acc-held.
           move 0 to fm-td-term.
           move 0 to fm-td-mat-date.
           move 0 to fm-td-rate.
           move space to fm-td-instr.
           move 0 to fm-td-link-acc.
           move 0 to fm-td-brk-date.
           write fm-account-record
               invalid key
                   display "Account " ov-acc-id " could not be "
