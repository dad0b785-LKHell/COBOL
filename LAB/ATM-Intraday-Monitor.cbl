      *> A machine whose exception count today runs past twice its
      *> own daily average from the incident history is flagged
      *> CHECK - the "heartbeat fine, every withdrawal declining
      *> since 9am" pattern surfaced before the phones ring. A
      *> machine with a planned maintenance window on atmmaint.dat
      *> so far today is marked MAINT instead - an engineer testing
      *> the dispenser is not a pattern anyone needs calling about.
      *> Run it half-hourly from the operations desk; output goes to
      *> the screen and to atmmonitor.rpt.
      *>----------------------------------------------------------------

       Identification Division.
       77 ws-cassette-notes      pic 9(6).
       77 ws-avg-incidents       pic 9(5)v99.
       77 ws-check-marker        pic x(6).
       77 ws-now-clock           pic 9(8).
       77 ws-now-time            pic 9(4).
       77 ws-day-start-time      pic 9(4) value zero.
       77 ws-maint-reason        pic x(20).
       77 ws-maint-end-date      pic 9(8).
       77 ws-maint-end-time      pic 9(4).
       01 ws-maint-bool          pic 9.
          88  ws-in-planned-window value 1.
       77 print-wd-value         pic -(7)9.99.
       77 print-dp-value         pic -(7)9.99.
       77 ws-report-line         pic x(90).

       main-procedure.
           accept ws-today from date yyyymmdd.
           accept ws-now-clock from time.
           move ws-now-clock (1:4) to ws-now-time.
           move 1 to ws-slot.
           perform clear-one-slot
               until ws-slot is greater than atm-slot-count.
           and ws-slot-inc-today (ws-slot) >
               ws-avg-incidents * 2
               move "CHECK" to ws-check-marker
           end-if.
           move zero to ws-maint-bool.
           call "ATM-Maint-Check" using
                                  by content ws-slot-atm-id (ws-slot)
                                             ws-today
                                             ws-day-start-time
                                             ws-today
                                             ws-now-time
                                  by reference ws-maint-bool
                                               ws-maint-reason
                                               ws-maint-end-date
                                               ws-maint-end-time.
           if ws-in-planned-window
               move "MAINT" to ws-check-marker
           end-if
           .
      *>----------------------------------------------------------------
