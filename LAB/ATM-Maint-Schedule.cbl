      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> The supervisor's maintenance schedule for the fleet, run
      *> from Branch-Terminal:
      *>   1 - list a machine's maintenance windows, past and to
      *>       come, with their reason and status;
      *>   2 - book a window: machine, start and end date and time,
      *>       and the reason - engineer visit, branch holiday, cash
      *>       or cassette service, or other. A window may not
      *>       overlap one already scheduled on the same machine;
      *>   3 - cancel a window that is no longer needed.
      *> During a scheduled window ATM.cbl shows its out-of-service
      *> screen instead of starting a session, and the fleet
      *> monitors stop alarming about the machine. Bookings and
      *> cancellations land on the audit trail under "MW".
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. ATM-Maint-Schedule.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoATM assign to "atm.dat"
           organization is indexed
           access is dynamic
           record key is atm-id.

       Select optional archivoMaint assign to "atmmaint.dat"
           organization is indexed
           access is dynamic
           record key is maint-key.

       Data Division.

       File Section.
       FD archivoATM.
       01 atm.
           05 atm-id            pic 9(3).
           05 atm-location      pic x(10).
           05 atm-owner-bank-id pic 9(3).
           05 atm-network-flag  pic x(1).
              88  atm-in-network      value "Y".
              88  atm-not-in-network  value "N" space.

       FD archivoMaint.
       copy "ATMMAINT.cpy".

       working-storage section.
       77 ws-option              pic 9.
       77 ws-today               pic 9(8).
       77 ws-atm-id              pic 9(3).
       77 ws-start-date          pic 9(8).
       77 ws-start-time          pic 9(4).
       77 ws-end-date            pic 9(8).
       77 ws-end-time            pic 9(4).
       77 ws-reason-code         pic x(1).
       77 ws-reason-text         pic x(20).
       77 ws-clash-reason        pic x(20).
       77 ws-clash-end-date      pic 9(8).
       77 ws-clash-end-time      pic 9(4).
       77 ws-window-count        pic 9(5).
       77 ws-audit-action        pic x(2) value "MW".
       77 ws-audit-key           pic 9(9).
       77 ws-before-image        pic x(40).
       77 ws-after-image         pic x(40).
       01 ws-clash-bool          pic 9.
          88  ws-window-clashes    value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       01 ws-valid-switch        pic 9 value zero.
          88  ws-entry-valid       value 1.

       Linkage Section.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           accept ws-today from date yyyymmdd.
           display "    1 = List a machine's windows".
           display "    2 = Book a maintenance window".
           display "    3 = Cancel a window".
           display "    Option ? : " no advancing.
           accept ws-option.
           evaluate ws-option
               when 1
                   perform list-windows
               when 2
                   perform book-window
               when 3
                   perform cancel-window
               when other
                   display "    Unknown option"
           end-evaluate.
           exit program
           .
      *>----------------------------------------------------------------

       take-atm-id.
           move zero to ws-valid-switch.
           display "    ATM id ? : " no advancing.
           accept ws-atm-id.
           move ws-atm-id to atm-id.
           open input archivoATM.
           read archivoATM record key is atm-id
               invalid key
                   display "    No such machine"
               not invalid key
                   set ws-entry-valid to true
           end-read.
           close archivoATM
           .
      *>----------------------------------------------------------------

       list-windows.
           perform take-atm-id.
           if not ws-entry-valid
               exit paragraph
           end-if.
           display "    " atm-id " " atm-location.
           move zero to ws-at-end-switch ws-window-count.
           open input archivoMaint.
           move ws-atm-id to maint-atm-id.
           move zero to maint-start-date maint-start-time.
           start archivoMaint key is not less than maint-key
               invalid key
                   set ws-no-more-records to true
           end-start.
           perform list-one-window until ws-no-more-records.
           close archivoMaint.
           if ws-window-count is equal to zero
               display "    (no windows booked)"
           end-if
           .
      *>----------------------------------------------------------------

       list-one-window.
           read archivoMaint next record
               at end
                   set ws-no-more-records to true
               not at end
                   if maint-atm-id is not equal to ws-atm-id
                       set ws-no-more-records to true
                   else
                       add 1 to ws-window-count
                       display "    " maint-start-date " "
                               maint-start-time " - "
                               maint-end-date " " maint-end-time
                               " " maint-reason-code
                               " " maint-reason-text
                       if maint-is-cancelled
                           display "          CANCELLED"
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       book-window.
           perform take-atm-id.
           if not ws-entry-valid
               exit paragraph
           end-if.
           display "    Start date yyyymmdd ? : " no advancing.
           accept ws-start-date.
           display "    Start time hhmm     ? : " no advancing.
           accept ws-start-time.
           display "    End date yyyymmdd   ? : " no advancing.
           accept ws-end-date.
           display "    End time hhmm       ? : " no advancing.
           accept ws-end-time.
           if ws-start-date is not numeric
           or ws-end-date is not numeric
           or ws-start-time is not numeric
           or ws-end-time is not numeric
           or ws-start-time (1:2) is greater than "23"
           or ws-start-time (3:2) is greater than "59"
           or ws-end-time (1:2) is greater than "23"
           or ws-end-time (3:2) is greater than "59"
           or ws-end-date is less than ws-today
               display "    Dates not valid - not booked"
               exit paragraph
           end-if.
           if ws-end-date is less than ws-start-date
           or (ws-end-date is equal to ws-start-date
               and ws-end-time is not greater than ws-start-time)
               display "    Window ends before it starts - not booked"
               exit paragraph
           end-if.
           perform take-reason.
           if not ws-entry-valid
               display "    Reason not valid - not booked"
               exit paragraph
           end-if.
           move zero to ws-clash-bool.
           call "ATM-Maint-Check" using
                                  by content ws-atm-id
                                             ws-start-date
                                             ws-start-time
                                             ws-end-date
                                             ws-end-time
                                  by reference ws-clash-bool
                                               ws-clash-reason
                                               ws-clash-end-date
                                               ws-clash-end-time.
           if ws-window-clashes
               display "    Overlaps a window already booked ("
                       ws-clash-reason ") - not booked"
               exit paragraph
           end-if.
           initialize maint-record.
           move ws-atm-id      to maint-atm-id.
           move ws-start-date  to maint-start-date.
           move ws-start-time  to maint-start-time.
           move ws-end-date    to maint-end-date.
           move ws-end-time    to maint-end-time.
           move ws-reason-code to maint-reason-code.
           move ws-reason-text to maint-reason-text.
           set maint-is-scheduled to true.
           move ls-staff-id    to maint-booked-by.
           move ws-today       to maint-booked-date.
           open i-o archivoMaint.
           write maint-record
               invalid key
                   display "ATM-Maint-Schedule: write failed"
                   close archivoMaint
                   exit paragraph
           end-write.
           close archivoMaint.
           move ws-atm-id to ws-audit-key.
           move spaces to ws-before-image ws-after-image.
           string "Booked " ws-start-date " " ws-start-time
                  "-" ws-end-date " " ws-end-time " " ws-reason-code
                  delimited by size
                  into ws-after-image
           end-string.
           perform write-audit.
           display space.
           display "    Window booked for ATM " ws-atm-id
           .
      *>----------------------------------------------------------------

       take-reason.
           move zero to ws-valid-switch.
           display "    Reason E=engineer visit H=branch holiday".
           display "           C=cash / cassette service O=other".
           display "    Reason ? : " no advancing.
           accept ws-reason-code.
           move ws-reason-code to maint-reason-code.
           if maint-engineer-visit or maint-branch-holiday
           or maint-cash-service or maint-other-reason
               set ws-entry-valid to true
           else
               exit paragraph
           end-if.
           display "    Note (blank = reason) ? : " no advancing.
           move spaces to ws-reason-text.
           accept ws-reason-text.
           if ws-reason-text is equal to spaces
               evaluate true
                   when maint-engineer-visit
                       move "Engineer visit" to ws-reason-text
                   when maint-branch-holiday
                       move "Branch holiday" to ws-reason-text
                   when maint-cash-service
                       move "Cash service" to ws-reason-text
                   when other
                       move "Planned maintenance" to ws-reason-text
               end-evaluate
           end-if
           .
      *>----------------------------------------------------------------

       cancel-window.
           perform take-atm-id.
           if not ws-entry-valid
               exit paragraph
           end-if.
           display "    Start date yyyymmdd ? : " no advancing.
           accept ws-start-date.
           display "    Start time hhmm     ? : " no advancing.
           accept ws-start-time.
           move ws-atm-id     to maint-atm-id.
           move ws-start-date to maint-start-date.
           move ws-start-time to maint-start-time.
           open i-o archivoMaint.
           read archivoMaint record key is maint-key
               invalid key
                   display "    No such window"
               not invalid key
                   if maint-is-cancelled
                       display "    Window already cancelled"
                   else
                       move spaces to ws-before-image ws-after-image
                       string "Window " maint-start-date " "
                              maint-start-time "-" maint-end-date
                              " " maint-end-time
                              delimited by size
                              into ws-before-image
                       end-string
                       set maint-is-cancelled to true
                       rewrite maint-record
                       move "Cancelled" to ws-after-image
                       move ws-atm-id to ws-audit-key
                       perform write-audit
                       display "    Window cancelled"
                   end-if
           end-read.
           close archivoMaint
           .
      *>----------------------------------------------------------------

       write-audit.
           call "Audit-Log" using
                                  by content ls-staff-id
                                             ws-audit-action
                                             ws-audit-key
                                             ws-before-image
                                             ws-after-image
           .
      *>----------------------------------------------------------------

       end program ATM-Maint-Schedule.
