       identification division.
       program-id. td_matd.

      *> Shared term-deposit date logic - works out the maturity date
      *> one term on from a start date. Called when the opening
      *> deposit starts a term (at the counter or by transfer) and
      *> when the maturity run rolls a deposit over, so a term is
      *> always the same length no matter where it started. The day
      *> of the month is kept where the month has it, and clamped to
      *> the month's last day where it does not - a term started on
      *> the 31st matures on the 30th of a thirty-day month.

       data division.
       working-storage section.

      *> Date arithmetic working fields - the start date is pulled
      *> apart, moved on by whole months in one step and put back,
      *> so a clamped short month never drags the day down for the
      *> months after it.
       01 work-date pic 9(8).
       01 work-date-parts redefines work-date.
           05 work-yy pic 9(4).
           05 work-mm pic 9(2).
           05 work-dd pic 9(2).
       01 month-count pic 9(7).
       01 month-day-values pic x(24) value "312831303130313130313031".
       01 month-day-table redefines month-day-values.
           05 month-days pic 9(2) occurs 12 times.
       01 days-in-month pic 9(2).
       01 leap-quotient pic 9(4).
       01 leap-remainder pic 9(4).

       linkage section.
      *> la-start-date: the day the term starts (YYYYMMDD).
       01 la-start-date pic 9(8).
      *> la-term-months: the term's length in whole months.
       01 la-term-months pic 9(3).
      *> la-mat-date: returns the day the term matures.
       01 la-mat-date pic 9(8).

       procedure division using la-start-date la-term-months
           la-mat-date.
           move la-start-date to work-date.
           perform advance-by-term.
           move work-date to la-mat-date.
           goback.

       *> Procedure to move the working date on by the term - the
       *> year and month are counted as one month number so a term
       *> running over any number of year ends comes out right
       advance-by-term.
           compute month-count = work-yy * 12 + work-mm - 1
               + la-term-months
           end-compute.
           divide month-count by 12 giving work-yy
               remainder work-mm end-divide.
           add 1 to work-mm end-add.
           perform set-days-in-month.
           if work-dd > days-in-month
               move days-in-month to work-dd
           end-if.

       *> Procedure to look up how many days the working date's
       *> month has, allowing for leap-year February
       set-days-in-month.
           move month-days (work-mm) to days-in-month.
           if work-mm = 2
               perform check-leap-year
           end-if.

       *> Procedure to apply the leap-year rule to February: every
       *> fourth year, except century years not divisible by 400
       check-leap-year.
           divide work-yy by 4 giving leap-quotient
               remainder leap-remainder end-divide.
           if leap-remainder not = 0
               exit paragraph
           end-if.
           move 29 to days-in-month.
           divide work-yy by 100 giving leap-quotient
               remainder leap-remainder end-divide.
           if leap-remainder not = 0
               exit paragraph
           end-if.
           move 28 to days-in-month.
           divide work-yy by 400 giving leap-quotient
               remainder leap-remainder end-divide.
           if leap-remainder = 0
               move 29 to days-in-month
           end-if.

       end program td_matd.
