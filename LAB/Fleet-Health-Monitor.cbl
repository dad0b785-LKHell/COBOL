      *> lands on the atm-health.rpt operations report, and each
      *> silent or low-cash machine also queues an urgent entry
      *> through Notify-Post (customer-id zero routes it to the
      *> operations desk at dispatch). A machine with a planned
      *> maintenance window on atmmaint.dat any time since the prior
      *> business day is expected to be quiet, empty or faulting:
      *> it is listed as PLANNED with the window's reason, but not
      *> flagged and no alert goes out.
      *>----------------------------------------------------------------

       Identification Division.
       77 ws-zero-customer       pic 9(5) value zero.
       77 ws-zero-account        pic 9(7) value zero.
       77 ws-report-line         pic x(70).
       77 ws-planned-count       pic 9(3) value zero.
       77 ws-now-clock           pic 9(8).
       77 ws-now-time            pic 9(4).
       77 ws-window-from-time    pic 9(4) value zero.
       77 ws-maint-reason        pic x(20).
       77 ws-maint-end-date      pic 9(8).
       77 ws-maint-end-time      pic 9(4).
       01 ws-maint-bool          pic 9.
          88  ws-in-planned-window value 1.
       01 ws-atm-switch          pic 9 value zero.
          88  ws-no-more-atms      value 1.
       01 ws-hb-switch           pic 9 value zero.

       main-procedure.
           accept ws-today from date yyyymmdd.
           accept ws-now-clock from time.
           move ws-now-clock (1:4) to ws-now-time.
           perform compute-prior-business-day.
           open input archivoATM.
           open input archivoHeartbeat.
           end-if.
           close archivoATM archivoHeartbeat archivoReport.
           display "Fleet-Health-Monitor: " ws-flagged-count
                   " machines flagged, " ws-planned-count
                   " in planned maintenance".
           stop run
           .
      *>----------------------------------------------------------------
                   perform read-heartbeat
                   perform count-todays-faults
                   perform judge-machine
                   if ws-machine-flagged
                       perform check-planned-window
                   end-if
                   if ws-machine-flagged
                       add 1 to ws-flagged-count
                       perform write-health-line
           .
      *>----------------------------------------------------------------

       check-planned-window.
           move zero to ws-maint-bool.
           call "ATM-Maint-Check" using
                                  by content atm-id
                                             ws-prior-business-day
                                             ws-window-from-time
                                             ws-today
                                             ws-now-time
                                  by reference ws-maint-bool
                                               ws-maint-reason
                                               ws-maint-end-date
                                               ws-maint-end-time.
           if ws-in-planned-window
               move zero to ws-alert-switch
               add 1 to ws-planned-count
               move spaces to ws-status-text
               string "PLANNED - " ws-maint-reason
                      delimited by size
                      into ws-status-text
               end-string
               perform write-health-line
           end-if
           .
      *>----------------------------------------------------------------

       write-health-line.
           move spaces to ws-report-line.
           string " ATM "        delimited by size
