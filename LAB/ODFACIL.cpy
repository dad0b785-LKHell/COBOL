      *>----------------------------------------------------------------
      *>  ATM Project - Overdraft facility record layout
      *>  One record per account with an overdraft facility, keyed
      *>  on the account: the limit a supervisor sanctioned through
      *>  Overdraft-Facility, who sanctioned it, when, until when and
      *>  why. account-overdraft-limit on account.dat is only ever
      *>  the usable figure this record allows. Overdraft-Expiry-
      *>  Batch sends the customer notice ahead of the expiry date
      *>  and drops the limit to zero on it, keeping what was drawn
      *>  at that moment as the excess to collect;
      *>  Overdraft-Review-Batch lists facilities coming up for their
      *>  annual review.
      *>----------------------------------------------------------------
       01 od-facility-record.
           05 odf-account-no       pic 9(7).
           05 odf-limit            pic 9(7)v99.
           05 odf-approved-by      pic 9(5).
           05 odf-sanction-date    pic 9(8).
           05 odf-expiry-date      pic 9(8).
           05 odf-reason           pic x(20).
           05 odf-status           pic x(1).
              88  odf-is-active        value "A".
              88  odf-is-expired       value "E".
              88  odf-is-withdrawn     value "W".
           05 odf-notice-date      pic 9(8).
           05 odf-expired-date     pic 9(8).
           05 odf-excess-amount    pic s9(7)v99.
           05 filler               pic x(8).
