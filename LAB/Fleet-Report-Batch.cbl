      *> events from captured-cards.dat, and failed-access counts
      *> from failed-access.dat. Placement and decommissioning
      *> decisions finally get numbers instead of gut feel.
      *> Availability for the month, up to yesterday when the month
      *> is still running, separates the two kinds of downtime:
      *> planned - days touched by a scheduled maintenance window on
      *> atmmaint.dat, with the window hours - and unplanned - days
      *> the machine did no business at all outside any window -
      *> along with the dispenser and card-reader faults raised on
      *> incident.dat outside planned days. Availability is the
      *> share of the unplanned-for days the machine did business.
      *>----------------------------------------------------------------

       Identification Division.
           assign to "failed-access.dat"
           organization is line sequential.

       Select optional archivoMaint assign to "atmmaint.dat"
           organization is indexed
           access is dynamic
           record key is maint-key.

       Select optional archivoIncident assign to "incident.dat"
           organization is line sequential.

       Select archivoReport assign to "fleet.rpt"
           organization is line sequential.

       FD archivoFailedAccess.
       copy "FAILACC.cpy".

       FD archivoMaint.
       copy "ATMMAINT.cpy".

       FD archivoIncident.
       copy "INCIDENT.cpy".

       FD archivoReport.
       01 fleet-report-line      pic x(76).

              10 ws-fl-fee-income pic s9(11)v99.
              10 ws-fl-captures   pic 9(5).
              10 ws-fl-failures   pic 9(5).
              10 ws-fl-day-flag   pic x(1) occurs 31 times.
                 88  ws-fl-day-idle      value space.
                 88  ws-fl-day-active    value "A".
                 88  ws-fl-day-planned   value "P".
              10 ws-fl-planned-mins pic 9(7).
              10 ws-fl-planned-days pic 9(2).
              10 ws-fl-unplanned-days pic 9(2).
              10 ws-fl-faults     pic 9(5).
       77 ws-atm-id-wanted       pic 9(3).
       77 i                      pic 9(3).
       77 print-dispensed        pic -(9)9.99.
       77 print-fees             pic -(7)9.99.
       77 ws-report-line         pic x(76).
       77 ws-today               pic 9(8).
       77 ws-month-first         pic 9(8).
       77 ws-next-month-first    pic 9(8).
       77 ws-month-days          pic 9(2).
       77 ws-count-days          pic 9(2).
       77 ws-first-integer       pic 9(9) comp.
       77 ws-next-integer        pic 9(9) comp.
       77 d                      pic 9(2).
       77 ws-from-day            pic 9(2).
       77 ws-to-day              pic 9(2).
       77 ws-today-day           pic 9(2).
       77 ws-measure-end-date    pic 9(8).
       77 ws-clip-start-date     pic 9(8).
       77 ws-clip-end-date       pic 9(8).
       77 ws-window-mins         pic s9(9).
       77 ws-measured-days       pic 9(2).
       77 ws-availability        pic 9(3)v9.
       77 print-planned-hours    pic z(4)9.
       77 print-availability     pic zz9.9.
       01 ws-clip-start-time.
           05 ws-clip-start-hh   pic 9(2).
           05 ws-clip-start-mm   pic 9(2).
       01 ws-clip-end-time.
           05 ws-clip-end-hh     pic 9(2).
           05 ws-clip-end-mm     pic 9(2).
       01 ws-maint-switch        pic 9 value zero.
          88  ws-maint-eof         value 1.
       01 ws-inc-switch          pic 9 value zero.
          88  ws-inc-eof           value 1.
       01 ws-atm-switch          pic 9 value zero.
          88  ws-no-more-atms      value 1.
       01 ws-jrnl-switch         pic 9 value zero.
       main-procedure.
           display "Fleet report month (yyyymm) ? : " no advancing.
           accept ws-report-month.
           perform set-month-bounds.
           perform load-fleet-list.
           perform tally-journal.
           perform tally-maintenance.
           perform tally-faults.
           perform tally-settlement-fees.
           perform tally-captures.
           perform tally-failures.
           .
      *>----------------------------------------------------------------

      *> Only days already over are measured, so the current month
      *> runs to yesterday and a future month to none; windows are
      *> clipped to the measured days.

       set-month-bounds.
           accept ws-today from date yyyymmdd.
           compute ws-month-first = ws-report-month * 100 + 1.
           if ws-report-month (5:2) is equal to "12"
               compute ws-next-month-first =
                   (ws-report-month + 89) * 100 + 1
           else
               compute ws-next-month-first =
                   (ws-report-month + 1) * 100 + 1
           end-if.
           compute ws-first-integer =
               function integer-of-date (ws-month-first).
           compute ws-next-integer =
               function integer-of-date (ws-next-month-first).
           compute ws-month-days = ws-next-integer - ws-first-integer.
           evaluate true
               when ws-report-month is less than ws-today (1:6)
                   move ws-month-days to ws-count-days
               when ws-report-month is equal to ws-today (1:6)
                   move ws-today (7:2) to ws-today-day
                   compute ws-count-days = ws-today-day - 1
               when other
                   move zero to ws-count-days
           end-evaluate.
           compute ws-measure-end-date = function date-of-integer
               (ws-first-integer + ws-count-days)
           .
      *>----------------------------------------------------------------

       load-fleet-list.
           open input archivoATM.
           perform load-one-atm until ws-no-more-atms.
                       move journal-atm-id to ws-atm-id-wanted
                       perform find-fleet-entry
                       if ws-entry-found
                           move journal-date (7:2) to d
                           set ws-fl-day-active (i, d) to true
                           evaluate true
                               when journal-is-withdrawal
                                   add 1 to ws-fl-wd-count (i)
           .
      *>----------------------------------------------------------------

      *> Every scheduled window reaching into the measured days
      *> marks the days it touches as planned, whatever the machine
      *> did on them, and adds its hours inside them.

       tally-maintenance.
           open input archivoMaint.
           move zero to maint-atm-id maint-start-date maint-start-time.
           start archivoMaint key is not less than maint-key
               invalid key
                   set ws-maint-eof to true
           end-start.
           perform tally-one-window until ws-maint-eof.
           close archivoMaint
           .
      *>----------------------------------------------------------------

       tally-one-window.
           read archivoMaint next record
               at end
                   set ws-maint-eof to true
               not at end
                   if maint-is-scheduled
                   and maint-start-date < ws-measure-end-date
                   and maint-end-date is not less than ws-month-first
                       move maint-atm-id to ws-atm-id-wanted
                       perform find-fleet-entry
                       if ws-entry-found
                           perform clip-window-to-month
                           perform mark-planned-days
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       clip-window-to-month.
           if maint-start-date is less than ws-month-first
               move ws-month-first to ws-clip-start-date
               move zero to ws-clip-start-time
           else
               move maint-start-date to ws-clip-start-date
               move maint-start-time to ws-clip-start-time
           end-if.
           if maint-end-date is not less than ws-measure-end-date
               move ws-measure-end-date to ws-clip-end-date
               move zero to ws-clip-end-time
           else
               move maint-end-date to ws-clip-end-date
               move maint-end-time to ws-clip-end-time
           end-if.
           compute ws-window-mins =
               (function integer-of-date (ws-clip-end-date)
              - function integer-of-date (ws-clip-start-date)) * 1440
             + ws-clip-end-hh * 60 + ws-clip-end-mm
             - ws-clip-start-hh * 60 - ws-clip-start-mm.
           if ws-window-mins is greater than zero
               add ws-window-mins to ws-fl-planned-mins (i)
           end-if.
           move ws-clip-start-date (7:2) to ws-from-day.
           if ws-clip-end-date is equal to ws-measure-end-date
               move ws-count-days to ws-to-day
           else
               move ws-clip-end-date (7:2) to ws-to-day
           end-if
           .
      *>----------------------------------------------------------------

       mark-planned-days.
           move ws-from-day to d.
           perform mark-one-planned-day
               until d is greater than ws-to-day
           .
      *>----------------------------------------------------------------

       mark-one-planned-day.
           set ws-fl-day-planned (i, d) to true.
           add 1 to d
           .
      *>----------------------------------------------------------------

       tally-faults.
           open input archivoIncident
               perform tally-one-fault until ws-inc-eof
           close archivoIncident
           .
      *>----------------------------------------------------------------

       tally-one-fault.
           read archivoIncident
               at end
                   set ws-inc-eof to true
               not at end
                   if inc-date (1:6) is equal to ws-report-month
                   and (inc-dispenser-fault or inc-card-reader)
                       move inc-atm-id to ws-atm-id-wanted
                       perform find-fleet-entry
                       if ws-entry-found
                           move inc-date (7:2) to d
                           if not ws-fl-day-planned (i, d)
                               add 1 to ws-fl-faults (i)
                           end-if
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-fleet-report.
           open output archivoReport.
           move dash-line to fleet-report-line.
           end-string.
           move ws-report-line to fleet-report-line.
           write fleet-report-line.
           perform write-availability-line.
           add 1 to i
           .
      *>----------------------------------------------------------------

       write-availability-line.
           move zero to ws-fl-planned-days (i).
           move zero to ws-fl-unplanned-days (i).
           move 1 to d.
           perform count-one-day until d is greater than ws-count-days.
           compute print-planned-hours rounded =
               ws-fl-planned-mins (i) / 60.
           compute ws-measured-days =
               ws-count-days - ws-fl-planned-days (i).
           move spaces to ws-report-line.
           string "     planned down " delimited by size
                  ws-fl-planned-days (i) delimited by size
                  "d/"               delimited by size
                  print-planned-hours delimited by size
                  "h unplanned "     delimited by size
                  ws-fl-unplanned-days (i) delimited by size
                  "d faults "        delimited by size
                  ws-fl-faults (i)   delimited by size
                  into ws-report-line
           end-string.
           if ws-measured-days is greater than zero
               compute ws-availability rounded =
                   (ws-measured-days - ws-fl-unplanned-days (i))
                 * 100 / ws-measured-days
               move ws-availability to print-availability
               move " avail"            to ws-report-line (59:6)
               move print-availability  to ws-report-line (66:5)
               move "%"                 to ws-report-line (71:1)
           else
               move " avail n/a"        to ws-report-line (59:10)
           end-if.
           move ws-report-line to fleet-report-line.
           write fleet-report-line
           .
      *>----------------------------------------------------------------

       count-one-day.
           evaluate true
               when ws-fl-day-planned (i, d)
                   add 1 to ws-fl-planned-days (i)
               when ws-fl-day-idle (i, d)
                   add 1 to ws-fl-unplanned-days (i)
               when other
                   continue
           end-evaluate.
           add 1 to d
           .
      *>----------------------------------------------------------------

       end program Fleet-Report-Batch.
