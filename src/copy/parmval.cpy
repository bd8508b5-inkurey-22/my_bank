      *> Parameter value image - the layout of pr-old-values and
      *> pr-new-values on a parameter change request, one view per
      *> kind of change.
       01 pv-param-values.
           05 pv-od-limit          pic 9(7)v99.
           05 filler               pic x(51).
       01 pv-day-limit-values redefines pv-param-values.
           05 pv-day-limit         pic 9(9)v99.
      *> "Y" when the change sets a new limit - a request may only
      *> waive the limit and leave it as it stands.
           05 pv-limit-flag        pic x(01).
      *> "Y" when the change waives the limit for the day it is
      *> applied; the old image carries the waiver date standing.
           05 pv-ovr-flag          pic x(01).
           05 pv-ovr-date          pic 9(8).
           05 filler               pic x(39).
       01 pv-fee-values redefines pv-param-values.
           05 pv-maint-fee         pic 9(7)v99.
           05 pv-od-usage-fee      pic 9(7)v99.
           05 pv-wd-charge         pic 9(7)v99.
           05 filler               pic x(33).
       01 pv-oper-values redefines pv-param-values.
           05 pv-oper-name         pic x(30).
           05 pv-oper-role         pic x(01).
           05 pv-oper-status       pic x(01).
           05 pv-oper-password     pic x(20).
           05 filler               pic x(08).
