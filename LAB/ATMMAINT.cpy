      *>----------------------------------------------------------------
      *>  ATM Project - ATM maintenance window record layout
      *>  One record per planned outage booked against a machine in
      *>  atmmaint.dat through ATM-Maint-Schedule at Branch-Terminal:
      *>  an engineer visit, a branch closed for a holiday, a cash
      *>  or cassette swap, or anything else the supervisor books.
      *>  The window runs from its start date and time to its end
      *>  date and time (hhmm). ATM-Maint-Check answers whether a
      *>  scheduled window covers a moment or a stretch of time -
      *>  ATM.cbl refuses sessions during one, and the fleet
      *>  monitors, Fleet-Report-Batch and Cash-Forecast-Batch tell
      *>  planned downtime from real trouble with it. A cancelled
      *>  window is kept for the record but no longer counts.
      *>----------------------------------------------------------------
       01 maint-record.
           05 maint-key.
              10 maint-atm-id      pic 9(3).
              10 maint-start-date  pic 9(8).
              10 maint-start-time  pic 9(4).
           05 maint-end-date       pic 9(8).
           05 maint-end-time       pic 9(4).
           05 maint-reason-code    pic x(1).
              88  maint-engineer-visit  value "E".
              88  maint-branch-holiday  value "H".
              88  maint-cash-service    value "C".
              88  maint-other-reason    value "O".
           05 maint-reason-text    pic x(20).
           05 maint-status         pic x(1).
              88  maint-is-scheduled    value "S".
              88  maint-is-cancelled    value "X".
           05 maint-booked-by      pic 9(5).
           05 maint-booked-date    pic 9(8).
           05 filler               pic x(10).
