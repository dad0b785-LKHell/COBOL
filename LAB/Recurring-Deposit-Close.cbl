      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Closes a recurring deposit before maturity at the branch, on
      *> the same terms Term-Deposit-Break breaks a term deposit. The
      *> customer gets the principal paid in so far back ("TM" credit
      *> to the linked account) plus the interest each installment
      *> has earned at the booked rate since it was collected, less
      *> the early-closure penalty - the tdpenalty.cfg share of that
      *> interest, default half - before the usual "IN"/"WT" pair
      *> posts. No further installments are collected.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Recurring-Deposit-Close.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select optional archivoRecurDep assign to "rdeposit.dat"
           organization is indexed
           access is dynamic
           record key is rd-seq-no.

       Select optional archivoWhtaxCfg assign to "whtax.cfg"
           organization is line sequential.

       Select optional archivoPenaltyCfg assign to "tdpenalty.cfg"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoRecurDep.
       copy "RDEPOSIT.cpy".

       FD archivoWhtaxCfg.
       01 whtax-config-record.
           05 whtax-cfg-rate       pic v9(4).

       FD archivoPenaltyCfg.
       01 penalty-config-record.
           05 penalty-cfg-share    pic v9(4).

       working-storage section.
       78 default-whtax-rate      value .1500.
       78 default-penalty-share   value .5000.
       77 ws-today               pic 9(8).
       77 ws-rd-seq              pic 9(9).
       77 ws-whtax-rate          pic v9(4).
       77 ws-penalty-share       pic v9(4).
       77 ws-today-days          pic 9(9) comp.
       77 ws-interest            pic s9(7)v99.
       77 ws-penalty             pic s9(7)v99.
       77 ws-tax-amount          pic s9(7)v99.
       77 ws-txn-type            pic x(2).
       77 ws-atm-id              pic 9(3) value zero.
       77 ws-resulting-balance   pic s9(9)v99.
       77 print-amount           pic -(7)9.99.
       01 bool                   pic 9.
          88  exist  value 1.
          88  not-exist  value zero.
       01 ws-leg-bool            pic 9.
          88  ws-leg-posted        value 1.

       Linkage Section.
         77 ls-staff-id          pic 9(5).

      *>----------------------------------------------------------------
       Procedure division using ls-staff-id.

       main-procedure.
           accept ws-today from date yyyymmdd.
           display "    Recurring deposit no ? : " no advancing.
           accept ws-rd-seq.
           perform load-whtax-rate.
           perform load-penalty-share.
           move ws-rd-seq to rd-seq-no.
           open i-o archivoRecurDep.
           read archivoRecurDep record
                                key is rd-seq-no
               invalid key
                   display space
                   display "    No such recurring deposit"
               not invalid key
                   if not rd-is-active
                       display space
                       display "    Plan already settled"
                   else
                   if rd-maturity-date <= ws-today
                       display space
                       display "    Plan has matured - the nightly"
                       display "    run pays it out in full"
                   else
                       perform close-deposit
                   end-if
                   end-if
           end-read.
           close archivoRecurDep.
           exit program
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

       load-penalty-share.
           move default-penalty-share to ws-penalty-share.
           open input archivoPenaltyCfg
           read archivoPenaltyCfg
                   at end
                       continue
                   not at end
                       move penalty-cfg-share to ws-penalty-share
           end-read.
           close archivoPenaltyCfg
           .
      *>----------------------------------------------------------------

       close-deposit.
           compute ws-today-days = function integer-of-date (ws-today).
           compute ws-interest rounded =
               rd-rate * ((rd-balance * ws-today-days)
                          - rd-weighted-days) / 365.
           if ws-interest is less than zero
               move zero to ws-interest
           end-if.
           compute ws-penalty rounded =
               ws-interest * ws-penalty-share.
           subtract ws-penalty from ws-interest.
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
           if not exist
               display space
               display "    Principal credit refused - not closed"
           else
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
               move ws-interest to rd-interest-paid
               move ws-today to rd-settled-date
               set rd-is-closed-early to true
               rewrite recurring-deposit-record
               move rd-balance to print-amount
               display space
               display "    Plan closed - principal returned "
                       print-amount
               move ws-penalty to print-amount
               display "    penalty forfeited " print-amount
           end-if
           .
      *>----------------------------------------------------------------

       end program Recurring-Deposit-Close.
