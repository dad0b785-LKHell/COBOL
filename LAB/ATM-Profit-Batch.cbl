      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Monthly net contribution per machine - what each ATM earns
      *> against what it costs, for the relocate-or-remove decisions
      *> Fleet-Report-Batch's counts alone cannot settle. For every
      *> machine on atm.dat, over the prompted month (to yesterday
      *> while the month is still running):
      *>   income  - the "FE" fees the machine charged plus the
      *>             settlement.dat fees on its interbank transfers,
      *>             as Fleet-Report-Batch counts them, and the
      *>             recycling saving: the value recycled.dat says
      *>             went back into the cassettes, at the site's CIT
      *>             haulage charge per 1,000;
      *>   costs   - the site rent from the atmsite.dat register
      *>             while the lease runs; CIT visits, one per day
      *>             the machine had a cashload.dat load or a
      *>             citpickup.dat deposit pickup, at the site's
      *>             visit rate; engineer call-outs, one per day
      *>             incident.dat shows a dispenser or card-reader
      *>             fault or atmmaint.dat has an engineer visit
      *>             booked to start, at the site's call-out rate;
      *>             and the holding cost of the cash sitting in the
      *>             machine - the average cassette balance at the
      *>             base rate for the days measured.
      *> The average balance is rolled back from today's atmcash.dat
      *> position: each withdrawal, load and recycled note since the
      *> month began changed the balance of every earlier day-end,
      *> so it is weighted by the month's day-ends before it.
      *> The machines are ranked worst first on atmprofit.rpt, each
      *> loss-maker flagged LOSS, with fleet totals at the foot.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. ATM-Profit-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoATM assign to "atm.dat"
           organization is indexed
           access is dynamic
           record key is atm-id.

       Select optional archivoSite assign to "atmsite.dat"
           organization is indexed
           access is dynamic
           record key is site-atm-id.

       Select archivoJournal assign to "journal.dat"
           organization is indexed
           access is dynamic
           record key is journal-seq-no
           alternate record key is journal-account-no with duplicates.

       Select optional archivoSettlement assign to "settlement.dat"
           organization is indexed
           access is dynamic
           record key is settlement-seq-no.

       Select optional archivoLoadHist assign to "cashload.dat"
           organization is line sequential.

       Select optional archivoManifest assign to "citpickup.dat"
           organization is line sequential.

       Select optional archivoRecycleLog assign to "recycled.dat"
           organization is line sequential.

       Select optional archivoIncident assign to "incident.dat"
           organization is line sequential.

       Select optional archivoMaint assign to "atmmaint.dat"
           organization is indexed
           access is dynamic
           record key is maint-key.

       Select archivoAtmCash assign to "atmcash.dat"
           organization is indexed
           access is dynamic
           record key is cash-key.

       Select archivoReport assign to "atmprofit.rpt"
           organization is line sequential.

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

       FD archivoSite.
       copy "ATMSITE.cpy".

       FD archivoJournal.
       copy "TXNJRNL.cpy".

       FD archivoSettlement.
       copy "STLMT.cpy".

       FD archivoLoadHist.
       copy "CASHLOAD.cpy".

       FD archivoManifest.
       01 cit-manifest-record.
           05 cit-atm-id           pic 9(3).
           05 cit-date             pic 9(8).
           05 cit-time             pic 9(8).
           05 cit-staff-id         pic 9(5).
           05 cit-denom-entry occurs 4 times.
              10 cit-denom-code    pic 9.
              10 cit-denom-amount  pic 9(3).
              10 cit-accumulated   pic 9(5).
              10 cit-counted       pic 9(5).
              10 cit-variance      pic s9(5).

       FD archivoRecycleLog.
       01 recycle-log-record.
           05 rcy-atm-id           pic 9(3).
           05 rcy-date             pic 9(8).
           05 rcy-denom-amount     pic 9(3).
           05 rcy-qty              pic 9(2).
           05 rcy-value            pic 9(7).

       FD archivoIncident.
       copy "INCIDENT.cpy".

       FD archivoMaint.
       copy "ATMMAINT.cpy".

       FD archivoAtmCash.
       copy "ATMCASH.cpy".

       FD archivoReport.
       01 profit-report-line     pic x(90).

       working-storage section.
       78 max-fleet-entries      value 100.
       78 days-in-year           value 365.
       77 ws-report-month        pic 9(6).
       77 ws-today               pic 9(8).
       77 ws-today-day           pic 9(2).
       77 ws-month-first         pic 9(8).
       77 ws-next-month-first    pic 9(8).
       77 ws-measure-end-date    pic 9(8).
       77 ws-month-days          pic 9(2).
       77 ws-count-days          pic 9(2).
       77 ws-first-integer       pic 9(9) comp.
       77 ws-next-integer        pic 9(9) comp.
       77 ws-event-weight        pic 9(2).
       77 ws-event-days          pic s9(9) comp.
       77 ws-event-date          pic 9(8).
       77 ws-event-value         pic s9(9)v99.
       77 ws-fleet-count         pic 9(3) value zero.
       77 ws-atm-id-wanted       pic 9(3).
       77 i                      pic 9(3).
       77 d                      pic 9(2).
       77 n                      pic 9(1).
       77 ws-probe-code          pic 9(2).
       77 ws-base-rate           pic v9(6).
       77 ws-base-date           pic 9(8).
       77 ws-rank                pic 9(3).
       77 ws-best                pic 9(3).
       77 ws-worst-net           pic s9(11)v99.
       77 ws-loss-count          pic 9(3) value zero.
       77 ws-total-income        pic s9(11)v99 value zero.
       77 ws-total-costs         pic s9(11)v99 value zero.
       77 ws-total-net           pic s9(11)v99 value zero.
       77 ws-flag-text           pic x(4).
       77 print-income           pic -(7)9.99.
       77 print-savings          pic -(7)9.99.
       77 print-costs            pic -(7)9.99.
       77 print-net              pic -(7)9.99.
       77 print-rent             pic -(7)9.99.
       77 print-cit-cost         pic -(7)9.99.
       77 print-eng-cost         pic -(7)9.99.
       77 print-holding          pic -(7)9.99.
       77 print-avg-cash         pic -(9)9.99.
       77 print-total            pic -(11)9.99.
       77 print-count            pic z(6)9.
       77 print-visits           pic zz9.
       77 print-callouts         pic zz9.
       77 print-rate             pic 9.9(6).
       77 ws-report-line         pic x(90).
       01 ws-fleet-table.
           05 ws-fleet-entry occurs 100 times.
              10 pa-atm-id        pic 9(3).
              10 pa-location      pic x(10).
              10 pa-site-flag     pic x(1).
                 88  pa-has-site       value "Y".
              10 pa-cit-rate      pic 9(5)v99.
              10 pa-eng-rate      pic 9(5)v99.
              10 pa-haulage       pic 9(3)v99.
              10 pa-fee-income    pic s9(9)v99.
              10 pa-recycled      pic 9(9).
              10 pa-visit-day     pic x(1) occurs 31 times.
                 88  pa-visit-on-day   value "V".
              10 pa-callout-day   pic x(1) occurs 31 times.
                 88  pa-callout-on-day value "E".
              10 pa-visits        pic 9(3).
              10 pa-callouts      pic 9(3).
              10 pa-cash-now      pic s9(9)v99.
              10 pa-weighted-flow pic s9(13)v99.
              10 pa-avg-cash      pic s9(9)v99.
              10 pa-rent          pic s9(9)v99.
              10 pa-cit-cost      pic s9(9)v99.
              10 pa-eng-cost      pic s9(9)v99.
              10 pa-holding-cost  pic s9(9)v99.
              10 pa-savings       pic s9(9)v99.
              10 pa-income        pic s9(9)v99.
              10 pa-costs         pic s9(9)v99.
              10 pa-net           pic s9(9)v99.
              10 pa-ranked        pic x(1).
       01 ws-rate-bool           pic 9.
          88  ws-rate-found        value 1.
       01 ws-atm-switch          pic 9 value zero.
          88  ws-no-more-atms      value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       01 ws-found-switch        pic 9 value zero.
          88  ws-entry-found       value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           display "Profitability month (yyyymm) ? : " no advancing.
           accept ws-report-month.
           perform set-month-bounds.
           if ws-count-days is equal to zero
               display "ATM-Profit-Batch: no days of " ws-report-month
                       " are over yet - nothing to report"
               stop run
           end-if.
           move zero to ws-rate-bool.
           call "Base-Rate" using
                                  by content ws-measure-end-date
                                  by reference ws-base-rate
                                               ws-base-date
                                               ws-rate-bool.
           if not ws-rate-found
               move zero to ws-base-rate
           end-if.
           perform load-fleet-list.
           perform tally-journal.
           perform tally-settlement-fees.
           perform tally-cash-loads.
           perform tally-pickups.
           perform tally-recycling.
           perform tally-faults.
           perform tally-engineer-visits.
           move 1 to i.
           perform cost-one-machine
               until i is greater than ws-fleet-count.
           perform write-profit-report.
           display "ATM-Profit-Batch: " ws-fleet-count " machines, "
                   ws-loss-count " loss-making".
           stop run
           .
      *>----------------------------------------------------------------

      *> Only days already over are measured: the current month runs
      *> to yesterday, a future month to none at all.

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
           open input archivoSite.
           open input archivoAtmCash.
           perform load-one-atm until ws-no-more-atms.
           close archivoATM archivoSite archivoAtmCash
           .
      *>----------------------------------------------------------------

       load-one-atm.
           read archivoATM next record
               at end
                   set ws-no-more-atms to true
               not at end
                   if ws-fleet-count is less than max-fleet-entries
                       add 1 to ws-fleet-count
                       move ws-fleet-count to i
                       initialize ws-fleet-entry (i)
                       move atm-id       to pa-atm-id (i)
                       move atm-location to pa-location (i)
                       move atm-id to site-atm-id
                       read archivoSite record key is site-atm-id
                           invalid key
                               initialize site-record
                           not invalid key
                               move "Y" to pa-site-flag (i)
                       end-read
                       perform take-site-rent
                       move 1 to ws-probe-code
                       perform probe-one-cassette
                           until ws-probe-code is equal to 10
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> The month's rent is due whenever the lease covers any of it.

       take-site-rent.
           if pa-has-site (i)
               move site-cit-visit-rate   to pa-cit-rate (i)
               move site-engineer-rate    to pa-eng-rate (i)
               move site-haulage-permille to pa-haulage (i)
           end-if.
           if pa-has-site (i)
           and site-lease-start is less than ws-next-month-first
           and (site-lease-end is equal to zero
                or site-lease-end is not less than ws-month-first)
               move site-monthly-rent to pa-rent (i)
           end-if
           .
      *>----------------------------------------------------------------

       probe-one-cassette.
           move pa-atm-id (i) to cash-atm-id.
           move ws-probe-code to cash-denom-code.
           read archivoAtmCash record
                                key is cash-key
               invalid key
                   continue
               not invalid key
                   compute pa-cash-now (i) = pa-cash-now (i)
                       + cash-count * cash-denom-amount
           end-read.
           add 1 to ws-probe-code
           .
      *>----------------------------------------------------------------

       find-fleet-entry.
           move zero to ws-found-switch.
           move 1 to i.
           perform match-fleet-entry
               until ws-entry-found
                  or i is greater than ws-fleet-count
           .
      *>----------------------------------------------------------------

       match-fleet-entry.
           if pa-atm-id (i) is equal to ws-atm-id-wanted
               set ws-entry-found to true
           else
               add 1 to i
           end-if
           .
      *>----------------------------------------------------------------

      *> How many of the month's measured day-ends an event on
      *> ws-event-date came after - the days whose closing balance
      *> it is not yet in. Zero for anything before the 2nd.

       weigh-event.
           compute ws-event-days =
               function integer-of-date (ws-event-date)
             - ws-first-integer.
           if ws-event-days is less than zero
               move zero to ws-event-weight
           else
               if ws-event-days is greater than ws-count-days
                   move ws-count-days to ws-event-weight
               else
                   move ws-event-days to ws-event-weight
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       tally-journal.
           move zero to ws-at-end-switch.
           open input archivoJournal.
           move zero to journal-seq-no.
           start archivoJournal key is greater than journal-seq-no
               invalid key
                   set ws-no-more-records to true
           end-start.
           perform tally-one-journal until ws-no-more-records.
           close archivoJournal
           .
      *>----------------------------------------------------------------

       tally-one-journal.
           read archivoJournal next record
               at end
                   set ws-no-more-records to true
               not at end
                   if journal-atm-id is greater than zero
                   and journal-date is not less than ws-month-first
                       move journal-atm-id to ws-atm-id-wanted
                       perform find-fleet-entry
                       if ws-entry-found
                           perform take-journal-entry
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       take-journal-entry.
           if journal-is-fee
           and journal-date is less than ws-measure-end-date
               add journal-amount to pa-fee-income (i)
           end-if.
           if journal-is-withdrawal
               move journal-date to ws-event-date
               perform weigh-event
               compute pa-weighted-flow (i) = pa-weighted-flow (i)
                   + journal-amount * ws-event-weight
           end-if
           .
      *>----------------------------------------------------------------

       tally-settlement-fees.
           move zero to ws-at-end-switch.
           open input archivoSettlement.
           move zero to settlement-seq-no.
           start archivoSettlement key is greater than
                                   settlement-seq-no
               invalid key
                   set ws-no-more-records to true
           end-start.
           perform tally-one-settlement until ws-no-more-records.
           close archivoSettlement
           .
      *>----------------------------------------------------------------

       tally-one-settlement.
           read archivoSettlement next record
               at end
                   set ws-no-more-records to true
               not at end
                   if settlement-date is not less than ws-month-first
                   and settlement-date < ws-measure-end-date
                   and settlement-atm-id is greater than zero
                       move settlement-atm-id to ws-atm-id-wanted
                       perform find-fleet-entry
                       if ws-entry-found
                           add settlement-fee to pa-fee-income (i)
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> A load is a CIT visit on its day, and the notes it put in
      *> (plus the counted variance the reset absorbed) are cash the
      *> earlier day-ends did not hold.

       tally-cash-loads.
           move zero to ws-at-end-switch.
           open input archivoLoadHist
               perform tally-one-load until ws-no-more-records
           close archivoLoadHist
           .
      *>----------------------------------------------------------------

       tally-one-load.
           read archivoLoadHist
               at end
                   set ws-no-more-records to true
               not at end
                   if load-date is not less than ws-month-first
                       move load-atm-id to ws-atm-id-wanted
                       perform find-fleet-entry
                       if ws-entry-found
                           perform take-cash-load
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       take-cash-load.
           if load-date is less than ws-measure-end-date
               move load-date (7:2) to d
               set pa-visit-on-day (i, d) to true
           end-if.
           move zero to ws-event-value.
           move 1 to n.
           perform value-one-load-denom until n is greater than 4.
           move load-date to ws-event-date.
           perform weigh-event.
           compute pa-weighted-flow (i) = pa-weighted-flow (i)
               - ws-event-value * ws-event-weight
           .
      *>----------------------------------------------------------------

       value-one-load-denom.
           compute ws-event-value = ws-event-value
               + (load-qty (n) + load-variance (n))
               * load-denom-amount (n).
           add 1 to n
           .
      *>----------------------------------------------------------------

       tally-pickups.
           move zero to ws-at-end-switch.
           open input archivoManifest
               perform tally-one-pickup until ws-no-more-records
           close archivoManifest
           .
      *>----------------------------------------------------------------

       tally-one-pickup.
           read archivoManifest
               at end
                   set ws-no-more-records to true
               not at end
                   if cit-date is not less than ws-month-first
                   and cit-date is less than ws-measure-end-date
                       move cit-atm-id to ws-atm-id-wanted
                       perform find-fleet-entry
                       if ws-entry-found
                           move cit-date (7:2) to d
                           set pa-visit-on-day (i, d) to true
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       tally-recycling.
           move zero to ws-at-end-switch.
           open input archivoRecycleLog
               perform tally-one-recycle until ws-no-more-records
           close archivoRecycleLog
           .
      *>----------------------------------------------------------------

       tally-one-recycle.
           read archivoRecycleLog
               at end
                   set ws-no-more-records to true
               not at end
                   if rcy-date is not less than ws-month-first
                       move rcy-atm-id to ws-atm-id-wanted
                       perform find-fleet-entry
                       if ws-entry-found
                           perform take-recycled-notes
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       take-recycled-notes.
           if rcy-date is less than ws-measure-end-date
               add rcy-value to pa-recycled (i)
           end-if.
           move rcy-date to ws-event-date.
           perform weigh-event.
           compute pa-weighted-flow (i) = pa-weighted-flow (i)
               - rcy-value * ws-event-weight
           .
      *>----------------------------------------------------------------

       tally-faults.
           move zero to ws-at-end-switch.
           open input archivoIncident
               perform tally-one-fault until ws-no-more-records
           close archivoIncident
           .
      *>----------------------------------------------------------------

       tally-one-fault.
           read archivoIncident
               at end
                   set ws-no-more-records to true
               not at end
                   if inc-date is not less than ws-month-first
                   and inc-date is less than ws-measure-end-date
                   and (inc-dispenser-fault or inc-card-reader)
                       move inc-atm-id to ws-atm-id-wanted
                       perform find-fleet-entry
                       if ws-entry-found
                           move inc-date (7:2) to d
                           set pa-callout-on-day (i, d) to true
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       tally-engineer-visits.
           move zero to ws-at-end-switch.
           open input archivoMaint.
           move zero to maint-atm-id maint-start-date maint-start-time.
           start archivoMaint key is not less than maint-key
               invalid key
                   set ws-no-more-records to true
           end-start.
           perform tally-one-visit until ws-no-more-records.
           close archivoMaint
           .
      *>----------------------------------------------------------------

       tally-one-visit.
           read archivoMaint next record
               at end
                   set ws-no-more-records to true
               not at end
                   if maint-is-scheduled
                   and maint-engineer-visit
                   and maint-start-date is not less than ws-month-first
                   and maint-start-date < ws-measure-end-date
                       move maint-atm-id to ws-atm-id-wanted
                       perform find-fleet-entry
                       if ws-entry-found
                           move maint-start-date (7:2) to d
                           set pa-callout-on-day (i, d) to true
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       cost-one-machine.
           move 1 to d.
           perform count-one-day until d is greater than ws-month-days.
           compute pa-avg-cash (i) rounded = pa-cash-now (i)
               + pa-weighted-flow (i) / ws-count-days.
           if pa-avg-cash (i) is less than zero
               move zero to pa-avg-cash (i)
           end-if.
           compute pa-holding-cost (i) rounded =
               pa-avg-cash (i) * ws-base-rate * ws-count-days
             / days-in-year.
           compute pa-cit-cost (i) = pa-visits (i) * pa-cit-rate (i).
           compute pa-eng-cost (i) = pa-callouts (i) * pa-eng-rate (i).
           compute pa-savings (i) rounded =
               pa-recycled (i) * pa-haulage (i) / 1000.
           compute pa-income (i) = pa-fee-income (i) + pa-savings (i).
           compute pa-costs (i) = pa-rent (i) + pa-cit-cost (i)
               + pa-eng-cost (i) + pa-holding-cost (i).
           compute pa-net (i) = pa-income (i) - pa-costs (i).
           add pa-income (i) to ws-total-income.
           add pa-costs (i)  to ws-total-costs.
           add pa-net (i)    to ws-total-net.
           if pa-net (i) is less than zero
               add 1 to ws-loss-count
           end-if.
           add 1 to i
           .
      *>----------------------------------------------------------------

       count-one-day.
           if pa-visit-on-day (i, d)
               add 1 to pa-visits (i)
           end-if.
           if pa-callout-on-day (i, d)
               add 1 to pa-callouts (i)
           end-if.
           add 1 to d
           .
      *>----------------------------------------------------------------

       write-profit-report.
           open output archivoReport.
           move dash-line to profit-report-line.
           write profit-report-line.
           move spaces to ws-report-line.
           string " ATM net contribution for " ws-report-month
                  " - " ws-count-days " days measured"
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to profit-report-line.
           write profit-report-line.
           move ws-base-rate to print-rate.
           move spaces to ws-report-line.
           string " Cash held costed at base rate " print-rate
                  " - worst contribution first"
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to profit-report-line.
           write profit-report-line.
           move dash-line to profit-report-line.
           write profit-report-line.
           move 1 to ws-rank.
           perform write-next-ranked
               until ws-rank is greater than ws-fleet-count.
           if ws-fleet-count is equal to zero
               move " (no machines registered)" to profit-report-line
               write profit-report-line
           end-if.
           perform write-fleet-totals.
           close archivoReport
           .
      *>----------------------------------------------------------------

      *> Worst first: each pass pulls the lowest net contribution not
      *> yet written - the same selection walk Profitability-Batch
      *> ranks its customers with, turned round so the loss-makers
      *> head the list.

       write-next-ranked.
           move zero to ws-best.
           move 99999999999.99 to ws-worst-net.
           move 1 to i.
           perform find-worst-remaining
               until i is greater than ws-fleet-count.
           if ws-best is equal to zero
               move ws-fleet-count to ws-rank
           else
               move "Y" to pa-ranked (ws-best)
               perform write-one-machine
           end-if.
           add 1 to ws-rank
           .
      *>----------------------------------------------------------------

       find-worst-remaining.
           if pa-ranked (i) is equal to space
           and pa-net (i) is less than ws-worst-net
               move pa-net (i) to ws-worst-net
               move i to ws-best
           end-if.
           add 1 to i
           .
      *>----------------------------------------------------------------

       write-one-machine.
           move ws-best to i.
           if pa-net (i) is less than zero
               move "LOSS" to ws-flag-text
           else
               move spaces to ws-flag-text
           end-if.
           move pa-fee-income (i) to print-income.
           move pa-savings (i)    to print-savings.
           move pa-costs (i)      to print-costs.
           move pa-net (i)        to print-net.
           move spaces to ws-report-line.
           string " " ws-rank " ATM " pa-atm-id (i) " "
                  pa-location (i) " net " print-net " " ws-flag-text
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to profit-report-line.
           write profit-report-line.
           move spaces to ws-report-line.
           string "       fees " print-income
                  " recycling " print-savings
                  " costs " print-costs
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to profit-report-line.
           write profit-report-line.
           move pa-rent (i)         to print-rent.
           move pa-visits (i)       to print-visits.
           move pa-cit-cost (i)     to print-cit-cost.
           move pa-callouts (i)     to print-callouts.
           move pa-eng-cost (i)     to print-eng-cost.
           move spaces to ws-report-line.
           string "       rent " print-rent
                  " CIT " print-visits " visits " print-cit-cost
                  " engineer " print-callouts " call-outs "
                  print-eng-cost
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to profit-report-line.
           write profit-report-line.
           move pa-avg-cash (i)     to print-avg-cash.
           move pa-holding-cost (i) to print-holding.
           move spaces to ws-report-line.
           string "       average cash held " print-avg-cash
                  " holding cost " print-holding
                  delimited by size
                  into ws-report-line
           end-string.
           if not pa-has-site (i)
               move "(no site terms on file)"
                 to ws-report-line (66:23)
           end-if.
           move ws-report-line to profit-report-line.
           write profit-report-line
           .
      *>----------------------------------------------------------------

       write-fleet-totals.
           move dash-line to profit-report-line.
           write profit-report-line.
           move ws-total-income to print-total.
           move spaces to ws-report-line.
           string " Fleet income  " print-total
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to profit-report-line.
           write profit-report-line.
           move ws-total-costs to print-total.
           move spaces to ws-report-line.
           string " Fleet costs   " print-total
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to profit-report-line.
           write profit-report-line.
           move ws-total-net to print-total.
           move spaces to ws-report-line.
           string " Fleet net     " print-total
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to profit-report-line.
           write profit-report-line.
           move ws-loss-count to print-count.
           move spaces to ws-report-line.
           string " Loss-makers   " print-count
                  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to profit-report-line.
           write profit-report-line
           .
      *>----------------------------------------------------------------

       end program ATM-Profit-Batch.
