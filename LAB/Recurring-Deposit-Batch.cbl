      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Nightly batch job over the recurring deposit book
      *> (rdeposit.dat). Every active plan with an installment due
      *> has it collected from the linked account through
      *> Subtract-money as a "TD" placement. An installment the
      *> account cannot cover is not retried: it is counted as
      *> missed on the plan, the customer is told through
      *> Notify-Post ("RD"), and the plan simply carries on to the
      *> next month - it matures on what was actually paid in.
      *> On maturity (rolled through Next-Business-Day like a term
      *> deposit) the plan is paid out the way
      *> Term-Deposit-Maturity-Batch pays out a term deposit: the
      *> principal built up comes back as a "TM" credit, and the
      *> interest - each installment at the booked rate from the day
      *> it was collected - posts as the usual gross "IN" credit and
      *> "WT" withholding debit at the whtax.cfg rate. Each action is
      *> listed on rdeposit.rpt.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Recurring-Deposit-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoRecurDep assign to "rdeposit.dat"
           organization is indexed
           access is dynamic
           record key is rd-seq-no.

       Select optional archivoWhtaxCfg assign to "whtax.cfg"
           organization is line sequential.

       Select archivoReport assign to "rdeposit.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoRecurDep.
       copy "RDEPOSIT.cpy".

       FD archivoWhtaxCfg.
       01 whtax-config-record.
           05 whtax-cfg-rate       pic v9(4).

       FD archivoReport.
       01 recur-report-line      pic x(70).

       working-storage section.
       78 default-whtax-rate      value .1500.
       77 ws-today               pic 9(8).
       77 ws-today-days          pic 9(9) comp.
       77 ws-value-date          pic 9(8).
       77 ws-whtax-rate          pic v9(4).
       77 ws-due-days            pic 9(9) comp.
       77 ws-maturity-days       pic 9(9) comp.
       77 ws-interest            pic s9(7)v99.
       77 ws-tax-amount          pic s9(7)v99.
       77 ws-txn-type            pic x(2).
       77 ws-atm-id              pic 9(3) value zero.
       77 ws-resulting-balance   pic s9(9)v99.
       77 ws-event               pic x(2) value "RD".
       77 ws-notify-text         pic x(40).
       77 ws-notify-seq          pic 9(9).
       77 ws-action-text         pic x(10).
       77 ws-collected-count     pic 9(5) value zero.
       77 ws-missed-count        pic 9(5) value zero.
       77 ws-matured-count       pic 9(5) value zero.
       77 print-amount           pic -(7)9.99.
       77 ws-report-line         pic x(70).
       01 bool                   pic 9.
          88  exist  value 1.
          88  not-exist  value zero.
       01 ws-leg-bool            pic 9.
          88  ws-leg-posted        value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-deposits  value 1.

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           compute ws-today-days = function integer-of-date (ws-today).
           perform load-whtax-rate.
           open i-o archivoRecurDep.
           open output archivoReport.
           perform process-deposit until ws-no-more-deposits.
           close archivoRecurDep archivoReport.
           display "Recurring-Deposit-Batch: collected "
                   ws-collected-count " missed " ws-missed-count
                   " matured " ws-matured-count.
           stop run
           .
      *>----------------------------------------------------------------

       load-whtax-rate.
           move default-whtax-rate to ws-whtax-rate.
           open input archivoWhtaxCfg
           read archivoWhtaxCfg
                   at end
                       continue
                   not at end
                       move whtax-cfg-rate to ws-whtax-rate
           end-read.
           close archivoWhtaxCfg
           .
      *>----------------------------------------------------------------

       process-deposit.
           read archivoRecurDep next record
               at end
                   set ws-no-more-deposits to true
               not at end
                   if rd-is-active
                       if rd-next-due-date <= ws-today
                       and rd-next-due-date < rd-maturity-date
                       and rd-paid-count + rd-missed-count
                           < rd-term-months
                           perform collect-installment
                       end-if
                       move rd-maturity-date to ws-value-date
                       call "Next-Business-Day" using
                                  by reference ws-value-date
                       if ws-value-date <= ws-today
                           perform settle-deposit
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       collect-installment.
           move "TD" to ws-txn-type.
           move zero to bool.
           call "Subtract-money" using
                                  by content rd-account-no
                                             rd-installment
                                  by reference bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance.
           if exist
               add 1 to rd-paid-count
               add rd-installment to rd-balance
               compute rd-weighted-days = rd-weighted-days
                       + (rd-installment * ws-today-days)
               add 1 to ws-collected-count
           else
               add 1 to rd-missed-count
               add 1 to ws-missed-count
               move rd-installment to print-amount
               move spaces to ws-notify-text
               string "Savings plan installment missed "
                                              delimited by size
                      print-amount            delimited by size
                      into ws-notify-text
               end-string
               perform notify-customer
               move " missed" to ws-action-text
               perform write-report-line
           end-if.
           compute ws-due-days =
                   function integer-of-date (rd-next-due-date) + 30.
           compute rd-next-due-date =
                   function date-of-integer (ws-due-days).
           rewrite recurring-deposit-record
           .
      *>----------------------------------------------------------------

      *> Each installment has earned interest from the day it was
      *> collected to the maturity date; summed over the plan that
      *> is the balance times the maturity day number less the
      *> weighted collection days kept on the record.

       settle-deposit.
           compute ws-maturity-days =
               function integer-of-date (rd-maturity-date).
           compute ws-interest rounded =
               rd-rate * ((rd-balance * ws-maturity-days)
                          - rd-weighted-days) / 365.
           if ws-interest is less than zero
               move zero to ws-interest
           end-if.
           compute ws-tax-amount rounded =
               ws-interest * ws-whtax-rate.
           move "TM" to ws-txn-type.
           move zero to bool.
           call "Add-money" using
                                  by content rd-account-no
                                             rd-balance
                                  by reference bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance.
           if exist
               perform credit-interest
               move ws-interest to rd-interest-paid
               move ws-today to rd-settled-date
               set rd-is-matured to true
               rewrite recurring-deposit-record
               add 1 to ws-matured-count
               move "Savings plan matured and paid out"
                 to ws-notify-text
               perform notify-customer
               move " matured" to ws-action-text
               perform write-report-line
           end-if
           .
      *>----------------------------------------------------------------

       credit-interest.
           if ws-interest is greater than zero
               move "IN" to ws-txn-type
               move zero to ws-leg-bool
               call "Add-money" using
                                  by content rd-account-no
                                             ws-interest
                                  by reference ws-leg-bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance
               if ws-leg-posted
               and ws-tax-amount is greater than zero
                   move "WT" to ws-txn-type
                   move zero to ws-leg-bool
                   call "Subtract-money" using
                                  by content rd-account-no
                                             ws-tax-amount
                                  by reference ws-leg-bool
                                  by content ws-txn-type
                                             ws-atm-id
                                  by reference ws-resulting-balance
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       notify-customer.
           call "Notify-Post" using
                                  by content rd-customer-id
                                             rd-account-no
                                             ws-event
                                             ws-notify-text
                                             ws-today
                                  by reference ws-notify-seq
           .
      *>----------------------------------------------------------------

       write-report-line.
           move rd-balance to print-amount.
           move spaces to ws-report-line.
           string " RD "            delimited by size
                  rd-seq-no         delimited by size
                  " acct "          delimited by size
                  rd-account-no     delimited by size
                  " principal "     delimited by size
                  print-amount      delimited by size
                  ws-action-text    delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to recur-report-line.
           write recur-report-line
           .
      *>----------------------------------------------------------------

       end program Recurring-Deposit-Batch.
