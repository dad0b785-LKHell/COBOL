      *>----------------------------------------------------------------
      *>  ATM Project - Name-screening hold record layout
      *>  One record per item an entry point parked because
      *>  Name-Screen matched a name against the watchlist: a branch
      *>  account opening ("O"), a switched-in account ("S") and the
      *>  standing orders that came with it ("T", tied to their
      *>  account's hold by scr-parent-seq), an outbound wire ("W"),
      *>  a payroll credit ("P"), an inbound interbank credit ("I"),
      *>  an incoming international wire ("N"), or an existing
      *>  customer caught by the nightly rescreen ("R"). The payload
      *>  is a superset - each source fills what it needs to be
      *>  posted later exactly as it arrived.
      *>  Screening-Workbench is where compliance releases a false
      *>  positive (the parked item then posts) or confirms a true
      *>  match (it never does).
      *>----------------------------------------------------------------
       01 screen-hold-record.
           05 scr-seq-no           pic 9(9).
           05 scr-source           pic x(1).
              88  scr-from-opening      value "O".
              88  scr-from-switch-in    value "S".
              88  scr-from-switch-order value "T".
              88  scr-from-wire         value "W".
              88  scr-from-payroll      value "P".
              88  scr-from-inbound      value "I".
              88  scr-from-wire-in      value "N".
              88  scr-from-rescreen     value "R".
           05 scr-status           pic x(1).
              88  scr-is-pending        value "P".
              88  scr-is-released       value "R".
              88  scr-is-confirmed      value "C".
           05 scr-date             pic 9(8).
           05 scr-screened-name    pic x(30).
           05 scr-list-name        pic x(30).
           05 scr-list-type        pic x(1).
           05 scr-customer-id      pic 9(5).
           05 scr-account-type     pic 9.
           05 scr-currency         pic x(3).
           05 scr-joint-1          pic 9(5).
           05 scr-joint-2          pic 9(5).
           05 scr-account-no       pic 9(7).
           05 scr-counter-acct     pic 9(7).
           05 scr-amount           pic s9(9)v99.
           05 scr-item-seq         pic 9(9).
           05 scr-reference        pic x(12).
           05 scr-routing          pic x(4).
           05 scr-frequency        pic x(1).
           05 scr-next-run         pic 9(8).
           05 scr-parent-seq       pic 9(9).
           05 scr-staff-id         pic 9(5).
           05 scr-decided-by       pic 9(5).
           05 scr-decided-date     pic 9(8).
           05 filler               pic x(8).
