      *> denominations into a recommended load per denomination per
      *> machine, written to citorder.rpt as the PROPOSED CIT order
      *> for the supervisor to confirm - nothing here moves cash.
      *> A day the machine spent partly or wholly in a planned
      *> maintenance window on atmmaint.dat stays out of its profile:
      *> an engineer visit or a holiday closure is not low demand.
      *>----------------------------------------------------------------

       Identification Division.
       77 ws-denom-need          pic 9(9)v99.
       77 ws-load-notes          pic 9(5).
       77 ws-probe-code          pic 9(2).
       77 ws-maint-atm           pic 9(3) value zero.
       77 ws-maint-date          pic 9(8) value zero.
       77 ws-day-open-time       pic 9(4) value zero.
       77 ws-day-close-time      pic 9(4) value 2359.
       77 ws-maint-reason        pic x(20).
       77 ws-maint-end-date      pic 9(8).
       77 ws-maint-end-time      pic 9(4).
       77 print-forecast         pic -(9)9.99.
       77 ws-report-line         pic x(80).
       01 ws-atm-table.
                 15 ws-dow-total     pic s9(11)v99.
                 15 ws-dow-days      pic 9(5).
                 15 ws-dow-last-date pic 9(8).
       01 ws-maint-bool          pic 9 value zero.
          88  ws-in-planned-window value 1.
       01 ws-holiday-bool        pic 9.
          88  ws-is-holiday        value 1.
       01 ws-at-end-switch       pic 9 value zero.
               not at end
                   if journal-is-withdrawal
                   and journal-via-atm
                       perform check-planned-day
                       if not ws-in-planned-window
                           move journal-atm-id to ws-lookup-atm
                           perform find-atm-slot
                           if ws-found-slot is greater than zero
                               perform fold-into-profile
                           end-if
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> Asked once per machine and day - the journal runs in
      *> sequence, so one machine's withdrawals on one day mostly
      *> arrive together.

       check-planned-day.
           if journal-atm-id not equal ws-maint-atm
           or journal-date not equal ws-maint-date
               move journal-atm-id to ws-maint-atm
               move journal-date to ws-maint-date
               move zero to ws-maint-bool
               call "ATM-Maint-Check" using
                                  by content ws-maint-atm
                                             ws-maint-date
                                             ws-day-open-time
                                             ws-maint-date
                                             ws-day-close-time
                                  by reference ws-maint-bool
                                               ws-maint-reason
                                               ws-maint-end-date
                                               ws-maint-end-time
           end-if
           .
      *>----------------------------------------------------------------

       fold-into-profile.
           compute ws-dow =
               function mod
