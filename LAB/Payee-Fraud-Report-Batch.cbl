      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Daily payee fraud report for the fraud team. Lists, for the
      *> run date, every payment made to a first-time payee (the
      *> first-payee.dat rows Known-Payee-Post appends - a payee
      *> never paid before, or still inside its holding period) and
      *> every masked-name confirmation a customer declined (the
      *> payee-declines.dat rows Payee-Decline-Log appends), so a
      *> destination collecting new-payee money from several
      *> accounts, or declines from some and payments from others,
      *> stands out on one page. Written to payee-fraud.rpt.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Payee-Fraud-Report-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoFirstPayee assign to "first-payee.dat"
           organization is line sequential.

       Select optional archivoDeclines assign to "payee-declines.dat"
           organization is line sequential.

       Select archivoReport assign to "payee-fraud.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoFirstPayee.
       01 first-payee-record.
           05 fpl-source-acct      pic 9(7).
           05 fpl-dest-acct        pic 9(7).
           05 fpl-dest-routing     pic x(4).
           05 fpl-txn-type         pic x(2).
           05 fpl-amount           pic 9(7)v99.
           05 fpl-date             pic 9(8).
           05 fpl-time             pic 9(8).

       FD archivoDeclines.
       01 payee-decline-record.
           05 pdl-source-acct      pic 9(7).
           05 pdl-dest-acct        pic 9(7).
           05 pdl-atm-id           pic 9(3).
           05 pdl-date             pic 9(8).
           05 pdl-time             pic 9(8).

       FD archivoReport.
       01 fraud-report-line      pic x(70).

       working-storage section.
       77 ws-today               pic 9(8).
       77 ws-first-count         pic 9(5) value zero.
       77 ws-decline-count       pic 9(5) value zero.
       77 ws-first-total         pic 9(9)v99 value zero.
       77 print-amount           pic -(7)9.99.
       77 print-total            pic -(9)9.99.
       77 ws-report-line         pic x(70).
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           open output archivoReport.
           perform write-report-header.
           perform list-first-time-payments.
           perform list-payee-declines.
           perform write-report-footer.
           close archivoReport.
           display "Payee-Fraud-Report-Batch: " ws-first-count
                   " first-time payments, " ws-decline-count
                   " declines".
           stop run
           .
      *>----------------------------------------------------------------

       list-first-time-payments.
           move spaces to fraud-report-line.
           move " First-time payee payments" to fraud-report-line.
           write fraud-report-line.
           move zero to ws-at-end-switch.
           open input archivoFirstPayee.
           perform list-one-payment until ws-no-more-records.
           close archivoFirstPayee.
           if ws-first-count is equal to zero
               move "   (none)" to fraud-report-line
               write fraud-report-line
           end-if.
           move dash-line to fraud-report-line.
           write fraud-report-line
           .
      *>----------------------------------------------------------------

       list-one-payment.
           read archivoFirstPayee
               at end
                   set ws-no-more-records to true
               not at end
                   if fpl-date is equal to ws-today
                       add 1 to ws-first-count
                       add fpl-amount to ws-first-total
                       move fpl-amount to print-amount
                       move spaces to ws-report-line
                       string "   "              delimited by size
                              fpl-source-acct    delimited by size
                              " -> "             delimited by size
                              fpl-dest-acct      delimited by size
                              " "                delimited by size
                              fpl-dest-routing   delimited by size
                              " "                delimited by size
                              fpl-txn-type       delimited by size
                              " "                delimited by size
                              print-amount       delimited by size
                              " at "             delimited by size
                              fpl-time (1:6)     delimited by size
                              into ws-report-line
                       end-string
                       move ws-report-line to fraud-report-line
                       write fraud-report-line
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       list-payee-declines.
           move " Payee confirmations declined" to fraud-report-line.
           write fraud-report-line.
           move zero to ws-at-end-switch.
           open input archivoDeclines.
           perform list-one-decline until ws-no-more-records.
           close archivoDeclines.
           if ws-decline-count is equal to zero
               move "   (none)" to fraud-report-line
               write fraud-report-line
           end-if
           .
      *>----------------------------------------------------------------

       list-one-decline.
           read archivoDeclines
               at end
                   set ws-no-more-records to true
               not at end
                   if pdl-date is equal to ws-today
                       add 1 to ws-decline-count
                       move spaces to ws-report-line
                       string "   "              delimited by size
                              pdl-source-acct    delimited by size
                              " -> "             delimited by size
                              pdl-dest-acct      delimited by size
                              " atm "            delimited by size
                              pdl-atm-id         delimited by size
                              " at "             delimited by size
                              pdl-time (1:6)     delimited by size
                              into ws-report-line
                       end-string
                       move ws-report-line to fraud-report-line
                       write fraud-report-line
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       write-report-header.
           move dash-line to fraud-report-line.
           write fraud-report-line.
           move spaces to ws-report-line.
           string " Payee fraud report for " delimited by size
                  ws-today                   delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to fraud-report-line.
           write fraud-report-line.
           move dash-line to fraud-report-line.
           write fraud-report-line
           .
      *>----------------------------------------------------------------

       write-report-footer.
           move dash-line to fraud-report-line.
           write fraud-report-line.
           move ws-first-total to print-total.
           move spaces to ws-report-line.
           string " First-time payments: " delimited by size
                  ws-first-count           delimited by size
                  " total "                delimited by size
                  print-total              delimited by size
                  "  declines: "           delimited by size
                  ws-decline-count         delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to fraud-report-line.
           write fraud-report-line
           .
      *>----------------------------------------------------------------

       end program Payee-Fraud-Report-Batch.
