           05 ar-acc-id            pic 9(5).
           05 ar-acc-bal           pic s9(9)v99.
           05 ar-close-date        pic 9(8).
      *> The customer who owned the account when it closed, so what
      *> the account earned before it closed still reaches that
      *> customer's year-end figures. Appended after the close date
      *> so every field an older row carried stays where it was; a
      *> row archived before it was carried shows zero.
           05 ar-cust-id           pic 9(5).
      *> The account's product type and the time of day it closed,
      *> so the general ledger interface can take the paid-out
      *> balance off the right deposit liability in the right
      *> night's file. Blank on a row archived before they were
      *> carried.
           05 ar-acc-type          pic x(01).
           05 ar-close-time        pic 9(8).
