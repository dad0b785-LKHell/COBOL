      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Month-end liquidity maturity ladder for treasury: how much of
      *> our funding can leave, and how much of our lending comes
      *> back, in each time band from today - overnight, up to 1
      *> week, 1 month, 3 months, 6 months, 1 year and over 1 year -
      *> per currency, with the net and cumulative gap per band.
      *> Contractual flows:
      *>   inflows  - every installment (principal and interest) of
      *>              an active loan still to fall due, from the
      *>              loansched.dat repayment plan;
      *>   outflows - term deposits (termdep.dat) and recurring
      *>              deposits (rdeposit.dat) repaid with interest at
      *>              maturity, and standing orders paying away to
      *>              other banks (standord.dat), projected run by
      *>              run over the coming year.
      *> Current and savings balances have no maturity; they are
      *> spread over the bands by the behavioural profile in
      *> liqprofile.cfg (one line per class - "C" current and
      *> business, "S" savings - with the percentage that runs off
      *> in each of the seven bands). What is spread is the
      *> account class's average balance over the last 90 days,
      *> rebuilt from today's balances and journal.dat; anything
      *> above that average today is treated as volatile and put
      *> overnight. Amounts are in each account's own currency.
      *> Written to liquidity.rpt.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Liquidity-Ladder-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select archivoLoans assign to "loan.dat"
           organization is indexed
           access is dynamic
           record key is loan-seq-no.

       Select optional archivoSchedule assign to "loansched.dat"
           organization is line sequential.

       Select optional archivoTermDep assign to "termdep.dat"
           organization is indexed
           access is dynamic
           record key is td-seq-no.

       Select optional archivoRecurDep assign to "rdeposit.dat"
           organization is indexed
           access is dynamic
           record key is rd-seq-no.

       Select optional archivoStandord assign to "standord.dat"
           organization is indexed
           access is dynamic
           record key is standord-seq-no.

       Select archivoJournal assign to "journal.dat"
           organization is indexed
           access is dynamic
           record key is journal-seq-no
           alternate record key is journal-account-no with duplicates.

       Select optional archivoProfileCfg assign to "liqprofile.cfg"
           organization is line sequential.

       Select optional archivoBaseCfg assign to "basecurr.cfg"
           organization is line sequential.

       Select archivoReport assign to "liquidity.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoLoans.
       copy "LOANREC.cpy".

       FD archivoSchedule.
       copy "LOANSCHED.cpy".

       FD archivoTermDep.
       copy "TERMDEP.cpy".

       FD archivoRecurDep.
       copy "RDEPOSIT.cpy".

       FD archivoStandord.
       copy "STANDORD.cpy".

       FD archivoJournal.
       copy "TXNJRNL.cpy".

       FD archivoProfileCfg.
       01 profile-config-record.
           05 lqpcfg-class         pic x(1).
           05 lqpcfg-percent occurs 7 times pic 9(3).

       FD archivoBaseCfg.
       01 base-config-record.
           05 basecfg-currency     pic x(3).

       FD archivoReport.
       01 liquidity-report-line  pic x(70).

       working-storage section.
       78 default-base-currency  value "USD".
       78 home-routing-code      value "0001".
       78 behaviour-window-days  value 90.
       78 projection-days        value 365.
       78 max-currency-entries   value 20.
       77 ws-today               pic 9(8).
       77 ws-today-days          pic 9(9) comp.
       77 ws-window-start-days   pic 9(9) comp.
       77 ws-flow-days           pic 9(9) comp.
       77 ws-run-days            pic 9(9) comp.
       77 ws-days-ahead          pic s9(9) comp.
       77 ws-base-currency       pic x(3).
       77 ws-currency            pic x(3).
       77 ws-class               pic x(1).
       77 ws-flow-amount         pic s9(11)v99.
       77 ws-interest            pic s9(9)v99.
       77 ws-weighted            pic s9(15)v99.
       77 ws-average             pic s9(13)v99.
       77 ws-volatile            pic s9(13)v99.
       77 ws-spread-amount       pic s9(13)v99.
       77 ws-spread-total        pic s9(13)v99.
       77 ws-net                 pic s9(13)v99.
       77 ws-cumulative          pic s9(13)v99.
       77 ws-percent-total       pic 9(4).
       77 ws-currency-count      pic 9(2) value zero.
       77 ws-dropped-count       pic 9(5) value zero.
       77 ws-loan-rows           pic 9(7) value zero.
       77 ws-deposit-count       pic 9(7) value zero.
       77 ws-order-runs          pic 9(7) value zero.
       77 ws-band                pic 9.
       77 ws-last-band           pic 9.
       77 p                      pic 9.
       77 i                      pic 9(2).
       77 print-in               pic -(10)9.99.
       77 print-out              pic -(10)9.99.
       77 print-net              pic -(10)9.99.
       77 print-cumulative       pic -(10)9.99.
       77 ws-report-line         pic x(70).
       01 ws-band-limits.
           05 filler             pic 9(3) value 1.
           05 filler             pic 9(3) value 7.
           05 filler             pic 9(3) value 30.
           05 filler             pic 9(3) value 91.
           05 filler             pic 9(3) value 182.
           05 filler             pic 9(3) value 365.
           05 filler             pic 9(3) value 999.
       01 ws-band-limit-table redefines ws-band-limits.
           05 ws-band-limit occurs 7 times pic 9(3).
       01 ws-band-names.
           05 filler             pic x(10) value "Overnight ".
           05 filler             pic x(10) value "To 1 week ".
           05 filler             pic x(10) value "To 1 month".
           05 filler             pic x(10) value "To 3 mths ".
           05 filler             pic x(10) value "To 6 mths ".
           05 filler             pic x(10) value "To 1 year ".
           05 filler             pic x(10) value "Over 1 yr ".
       01 ws-band-name-table redefines ws-band-names.
           05 ws-band-name occurs 7 times pic x(10).
      *> Run-off of current and savings balances when liqprofile.cfg
      *> gives none - each class's seven band percentages.
       01 ws-profile-defaults.
           05 filler             pic x(22)
                                 value "C010005010015010010040".
           05 filler             pic x(22)
                                 value "S005005010010010010050".
       01 ws-profile-table redefines ws-profile-defaults.
           05 ws-profile-entry occurs 2 times.
              10 ws-profile-class   pic x(1).
              10 ws-profile-percent occurs 7 times pic 9(3).
       01 ws-currency-table.
           05 ws-currency-entry occurs 20 times.
              10 lq-currency        pic x(3).
              10 lq-class-entry occurs 2 times.
                 15 lq-nmd-balance  pic s9(13)v99.
                 15 lq-nmd-weighted pic s9(15)v99.
              10 lq-band-entry occurs 7 times.
                 15 lq-loan-in      pic s9(13)v99.
                 15 lq-term-out     pic s9(13)v99.
                 15 lq-order-out    pic s9(13)v99.
                 15 lq-nmd-out      pic s9(13)v99.
       01 ws-found-switch        pic 9 value zero.
          88  ws-entry-found       value 1.
       01 ws-account-switch      pic 9 value zero.
          88  ws-account-counted   value 1.
       01 ws-loan-switch         pic 9 value zero.
          88  ws-loan-live         value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           compute ws-today-days = function integer-of-date (ws-today).
           compute ws-window-start-days =
                   ws-today-days - behaviour-window-days + 1.
           perform load-base-currency.
           perform load-behaviour-profile.
           perform gather-deposit-balances.
           perform roll-back-journal.
           perform gather-loan-schedule.
           perform gather-term-deposits.
           perform gather-recurring-deposits.
           perform gather-standing-orders.
           move 1 to i.
           perform spread-non-maturity
               until i is greater than ws-currency-count.
           open output archivoReport.
           perform write-report-heading.
           move 1 to i.
           perform write-currency-ladder
               until i is greater than ws-currency-count.
           close archivoReport.
           display "Liquidity-Ladder-Batch: " ws-currency-count
                   " currencies, " ws-loan-rows " installments, "
                   ws-deposit-count " deposits, " ws-order-runs
                   " order runs".
           if ws-dropped-count is greater than zero
               display "Liquidity-Ladder-Batch: " ws-dropped-count
                       " flows dropped - currency table full"
           end-if.
           stop run
           .
      *>----------------------------------------------------------------

       load-base-currency.
           move default-base-currency to ws-base-currency.
           open input archivoBaseCfg
           read archivoBaseCfg
                   at end
                       continue
                   not at end
                       move basecfg-currency to ws-base-currency
           end-read.
           close archivoBaseCfg
           .
      *>----------------------------------------------------------------

      *> A profile line replaces the default for its class only when
      *> its seven percentages add up to 100.

       load-behaviour-profile.
           move zero to ws-at-end-switch.
           open input archivoProfileCfg
               perform read-profile-line until ws-no-more-records
           close archivoProfileCfg
           .
      *>----------------------------------------------------------------

       read-profile-line.
           read archivoProfileCfg
               at end
                   set ws-no-more-records to true
               not at end
                   move zero to ws-percent-total
                   move 1 to p
                   perform add-profile-percent until p is greater than 7
                   evaluate true
                       when ws-percent-total not equal 100
                           display "Liquidity-Ladder-Batch: profile "
                                   lqpcfg-class
                                   " does not add to 100 - ignored"
                       when lqpcfg-class is equal to "C"
                           move profile-config-record
                             to ws-profile-entry (1)
                       when lqpcfg-class is equal to "S"
                           move profile-config-record
                             to ws-profile-entry (2)
                       when other
                           continue
                   end-evaluate
           end-read
           .
      *>----------------------------------------------------------------

       add-profile-percent.
           add lqpcfg-percent (p) to ws-percent-total.
           add 1 to p
           .
      *>----------------------------------------------------------------

      *> Savings (type 1) is class "S"; current and joint or business
      *> accounts are class "C".

       gather-deposit-balances.
           move zero to ws-at-end-switch.
           open input archivoAccounts.
           perform weigh-deposit-account until ws-no-more-records.
           close archivoAccounts
           .
      *>----------------------------------------------------------------

       weigh-deposit-account.
           read archivoAccounts next record
               at end
                   set ws-no-more-records to true
               not at end
                   if account-is-open
                   and account-balance is greater than zero
                       perform take-account-currency
                       if ws-entry-found
                           add account-balance
                             to lq-nmd-balance (i p)
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       take-account-currency.
           move account-currency to ws-currency.
           if ws-currency is equal to spaces
               move ws-base-currency to ws-currency
           end-if.
           if account-type is equal to 1
               move 2 to p
           else
               move 1 to p
           end-if.
           perform find-currency-entry
           .
      *>----------------------------------------------------------------

       find-currency-entry.
           move zero to ws-found-switch.
           move 1 to i.
           perform match-currency-entry
               until ws-entry-found
                  or i is greater than ws-currency-count.
           if not ws-entry-found
               if ws-currency-count is less than max-currency-entries
                   add 1 to ws-currency-count
                   move ws-currency-count to i
                   initialize ws-currency-entry (i)
                   move ws-currency to lq-currency (i)
                   set ws-entry-found to true
               else
                   add 1 to ws-dropped-count
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       match-currency-entry.
           if lq-currency (i) is equal to ws-currency
               set ws-entry-found to true
           else
               add 1 to i
           end-if
           .
      *>----------------------------------------------------------------

      *> The average balance over the window is today's balance less,
      *> for every movement in the window, the movement times the
      *> days of the window that passed before it, over the window's
      *> length - so only the movements need reading, not a balance
      *> per day.

       roll-back-journal.
           move zero to ws-at-end-switch.
           open input archivoJournal.
           open input archivoAccounts.
           move zero to journal-seq-no.
           start archivoJournal key is greater than journal-seq-no
               invalid key
                   set ws-no-more-records to true
           end-start.
           perform weigh-journal-entry until ws-no-more-records.
           close archivoJournal archivoAccounts
           .
      *>----------------------------------------------------------------

       weigh-journal-entry.
           read archivoJournal next record
               at end
                   set ws-no-more-records to true
               not at end
                   compute ws-flow-days =
                       function integer-of-date (journal-date)
                   if ws-flow-days is not less than ws-window-start-days
                       perform weigh-entry-movement
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> Same credit/debit split Journal-Verify-Batch works from.

       weigh-entry-movement.
           move zero to ws-flow-amount.
           evaluate journal-txn-type
               when "DP" when "TI" when "IN" when "RV" when "CH"
               when "SA" when "LD" when "TM" when "SI" when "DX"
               when "IW" when "MR" when "LY" when "GW"
                   move journal-amount to ws-flow-amount
               when "WD" when "TO" when "FE" when "WT" when "ES"
               when "TD" when "LP" when "LI" when "BP" when "PY"
               when "DD" when "IC" when "GS" when "CD" when "WO"
               when "VT" when "LR" when "NW" when "DI" when "CE"
               when "MT"
                   compute ws-flow-amount = zero - journal-amount
               when other
                   continue
           end-evaluate.
           if ws-flow-amount is equal to zero
               exit paragraph
           end-if.
           move zero to ws-account-switch.
           move journal-account-no to account-no.
           read archivoAccounts record key is account-no
               invalid key
                   continue
               not invalid key
                   if account-is-open
                   and account-balance is greater than zero
                       set ws-account-counted to true
                   end-if
           end-read.
           if ws-account-counted
               perform take-account-currency
               if ws-entry-found
                   compute lq-nmd-weighted (i p) =
                           lq-nmd-weighted (i p) + ws-flow-amount
                         * (ws-flow-days - ws-window-start-days)
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       gather-loan-schedule.
           move zero to ws-at-end-switch.
           open input archivoSchedule.
           open input archivoLoans.
           open input archivoAccounts.
           perform weigh-installment until ws-no-more-records.
           close archivoSchedule archivoLoans archivoAccounts
           .
      *>----------------------------------------------------------------

      *> An installment already paid, or already overdue, is not a
      *> contractual inflow still to come.

       weigh-installment.
           read archivoSchedule
               at end
                   set ws-no-more-records to true
               not at end
                   if sched-due-date is not less than ws-today
                       perform check-loan-live
                       if ws-loan-live
                           compute ws-flow-amount =
                                   sched-principal-part
                                 + sched-interest-part
                           move sched-due-date to ws-flow-days
                           perform take-loan-currency
                           if ws-entry-found
                               perform find-date-band
                               add ws-flow-amount
                                 to lq-loan-in (i ws-band)
                               add 1 to ws-loan-rows
                           end-if
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       check-loan-live.
           move zero to ws-loan-switch.
           move sched-loan-seq to loan-seq-no.
           read archivoLoans record key is loan-seq-no
               invalid key
                   continue
               not invalid key
                   if loan-is-active
                   and sched-installment-no > loan-paid-count
                       set ws-loan-live to true
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       take-loan-currency.
           move ws-base-currency to ws-currency.
           move loan-account-no to account-no.
           read archivoAccounts record key is account-no
               invalid key
                   continue
               not invalid key
                   if account-currency is not equal to spaces
                       move account-currency to ws-currency
                   end-if
           end-read.
           perform find-currency-entry
           .
      *>----------------------------------------------------------------

      *> ws-flow-days carries a yyyymmdd date in; the band is chosen
      *> on the days from today to it.

       find-date-band.
           compute ws-days-ahead =
                   function integer-of-date (ws-flow-days)
                 - ws-today-days.
           move 1 to ws-band.
           perform step-band
               until ws-band is equal to 7
                  or ws-days-ahead is not greater than
                     ws-band-limit (ws-band)
           .
      *>----------------------------------------------------------------

       step-band.
           add 1 to ws-band
           .
      *>----------------------------------------------------------------

      *> Contractually repaid at maturity with the interest earned,
      *> whether or not the customer later chooses to roll it over.

       gather-term-deposits.
           move zero to ws-at-end-switch.
           open input archivoTermDep.
           open input archivoAccounts.
           perform weigh-term-deposit until ws-no-more-records.
           close archivoTermDep archivoAccounts
           .
      *>----------------------------------------------------------------

       weigh-term-deposit.
           read archivoTermDep next record
               at end
                   set ws-no-more-records to true
               not at end
                   if td-is-active
                       compute ws-run-days =
                           function integer-of-date (td-maturity-date)
                         - function integer-of-date (td-start-date)
                       compute ws-interest rounded =
                           td-principal * td-rate * ws-run-days / 365
                       compute ws-flow-amount =
                               td-principal + ws-interest
                       move td-maturity-date to ws-flow-days
                       move td-account-no to account-no
                       perform take-deposit-outflow
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       take-deposit-outflow.
           move ws-base-currency to ws-currency.
           read archivoAccounts record key is account-no
               invalid key
                   continue
               not invalid key
                   if account-currency is not equal to spaces
                       move account-currency to ws-currency
                   end-if
           end-read.
           perform find-currency-entry.
           if ws-entry-found
               if ws-flow-days is less than ws-today
                   move ws-today to ws-flow-days
               end-if
               perform find-date-band
               add ws-flow-amount to lq-term-out (i ws-band)
               add 1 to ws-deposit-count
           end-if
           .
      *>----------------------------------------------------------------

       gather-recurring-deposits.
           move zero to ws-at-end-switch.
           open input archivoRecurDep.
           open input archivoAccounts.
           perform weigh-recurring-deposit until ws-no-more-records.
           close archivoRecurDep archivoAccounts
           .
      *>----------------------------------------------------------------

       weigh-recurring-deposit.
           read archivoRecurDep next record
               at end
                   set ws-no-more-records to true
               not at end
                   if rd-is-active
                   and rd-balance is greater than zero
                       move rd-balance to ws-flow-amount
                       move rd-maturity-date to ws-flow-days
                       move rd-account-no to account-no
                       perform take-deposit-outflow
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> Only an order paying away to another bank drains our
      *> liquidity; one between our own accounts does not. Each order
      *> is run forward over the coming year.

       gather-standing-orders.
           move zero to ws-at-end-switch.
           open input archivoStandord.
           open input archivoAccounts.
           perform weigh-standing-order until ws-no-more-records.
           close archivoStandord archivoAccounts
           .
      *>----------------------------------------------------------------

       weigh-standing-order.
           read archivoStandord next record
               at end
                   set ws-no-more-records to true
               not at end
                   if standord-is-active
                   and standord-dest-routing not equal spaces
                   and standord-dest-routing not equal home-routing-code
                       perform project-standing-order
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       project-standing-order.
           move ws-base-currency to ws-currency.
           move standord-source-acct to account-no.
           read archivoAccounts record key is account-no
               invalid key
                   continue
               not invalid key
                   if account-currency is not equal to spaces
                       move account-currency to ws-currency
                   end-if
           end-read.
           perform find-currency-entry.
           if not ws-entry-found
               exit paragraph
           end-if.
           compute ws-run-days =
                   function integer-of-date (standord-next-run-date).
           if ws-run-days is less than ws-today-days
               move ws-today-days to ws-run-days
           end-if.
           perform take-order-run
               until ws-run-days is greater than
                     ws-today-days + projection-days
           .
      *>----------------------------------------------------------------

       take-order-run.
           compute ws-flow-days =
                   function date-of-integer (ws-run-days).
           perform find-date-band.
           add standord-amount to lq-order-out (i ws-band).
           add 1 to ws-order-runs.
           if standord-is-weekly
               add 7 to ws-run-days
           else
               add 30 to ws-run-days
           end-if
           .
      *>----------------------------------------------------------------

       spread-non-maturity.
           move 1 to p.
           perform spread-class until p is greater than 2.
           add 1 to i
           .
      *>----------------------------------------------------------------

       spread-class.
           compute ws-average rounded =
                   lq-nmd-balance (i p)
                 - lq-nmd-weighted (i p) / behaviour-window-days.
           if ws-average is less than zero
               move zero to ws-average
           end-if.
           if ws-average is greater than lq-nmd-balance (i p)
               move lq-nmd-balance (i p) to ws-average
           end-if.
           compute ws-volatile = lq-nmd-balance (i p) - ws-average.
           add ws-volatile to lq-nmd-out (i 1).
           move zero to ws-spread-total.
           move 1 to ws-band.
           perform spread-band until ws-band is greater than 7.
      *> Whatever rounding leaves goes in the last band the profile
      *> uses, so the class's balance is spread exactly.
           compute ws-spread-amount = ws-average - ws-spread-total.
           add ws-spread-amount to lq-nmd-out (i ws-last-band).
           add 1 to p
           .
      *>----------------------------------------------------------------

       spread-band.
           if ws-profile-percent (p ws-band) is greater than zero
               compute ws-spread-amount rounded =
                       ws-average * ws-profile-percent (p ws-band) / 100
               add ws-spread-amount to lq-nmd-out (i ws-band)
               add ws-spread-amount to ws-spread-total
               move ws-band to ws-last-band
           end-if.
           add 1 to ws-band
           .
      *>----------------------------------------------------------------

       write-report-heading.
           move dash-line to liquidity-report-line.
           write liquidity-report-line.
           move spaces to ws-report-line.
           string " Liquidity maturity ladder as of " delimited by size
                  ws-today                           delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to liquidity-report-line.
           write liquidity-report-line.
           move dash-line to liquidity-report-line.
           write liquidity-report-line
           .
      *>----------------------------------------------------------------

       write-currency-ladder.
           move spaces to liquidity-report-line.
           write liquidity-report-line.
           move spaces to ws-report-line.
           string " Currency " delimited by size
                  lq-currency (i) delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to liquidity-report-line.
           write liquidity-report-line.
           move spaces to ws-report-line.
           move " Band"          to ws-report-line (1:5).
           move "Inflows"        to ws-report-line (19:7).
           move "Outflows"       to ws-report-line (32:8).
           move "Gap"            to ws-report-line (51:3).
           move "Cumulative"     to ws-report-line (58:10).
           move ws-report-line to liquidity-report-line.
           write liquidity-report-line.
           move zero to ws-cumulative.
           move 1 to ws-band.
           perform write-gap-line until ws-band is greater than 7.
           move spaces to ws-report-line.
           move " Outflows"      to ws-report-line (1:9).
           move "Term deps"      to ws-report-line (17:9).
           move "Orders"         to ws-report-line (34:6).
           move "Current/sav"    to ws-report-line (43:11).
           move ws-report-line to liquidity-report-line.
           write liquidity-report-line.
           move 1 to ws-band.
           perform write-source-line until ws-band is greater than 7.
           perform write-class-lines.
           add 1 to i
           .
      *>----------------------------------------------------------------

       write-gap-line.
           compute ws-flow-amount =
                   lq-term-out (i ws-band) + lq-order-out (i ws-band)
                 + lq-nmd-out (i ws-band).
           compute ws-net = lq-loan-in (i ws-band) - ws-flow-amount.
           add ws-net to ws-cumulative.
           move lq-loan-in (i ws-band) to print-in.
           move ws-flow-amount to print-out.
           move ws-net to print-net.
           move ws-cumulative to print-cumulative.
           move spaces to ws-report-line.
           string " "                    delimited by size
                  ws-band-name (ws-band) delimited by size
                  print-in               delimited by size
                  print-out              delimited by size
                  print-net              delimited by size
                  print-cumulative       delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to liquidity-report-line.
           write liquidity-report-line.
           add 1 to ws-band
           .
      *>----------------------------------------------------------------

       write-source-line.
           move lq-term-out (i ws-band) to print-in.
           move lq-order-out (i ws-band) to print-out.
           move lq-nmd-out (i ws-band) to print-net.
           move spaces to ws-report-line.
           string " "                    delimited by size
                  ws-band-name (ws-band) delimited by size
                  print-in               delimited by size
                  print-out              delimited by size
                  print-net              delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to liquidity-report-line.
           write liquidity-report-line.
           add 1 to ws-band
           .
      *>----------------------------------------------------------------

       write-class-lines.
           move 1 to p.
           perform write-class-line until p is greater than 2
           .
      *>----------------------------------------------------------------

       write-class-line.
           compute ws-average rounded =
                   lq-nmd-balance (i p)
                 - lq-nmd-weighted (i p) / behaviour-window-days.
           move lq-nmd-balance (i p) to print-in.
           move ws-average to print-out.
           move spaces to ws-report-line.
           string " Class "              delimited by size
                  ws-profile-class (p)   delimited by size
                  " today "              delimited by size
                  print-in               delimited by size
                  " 90-day avg "         delimited by size
                  print-out              delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to liquidity-report-line.
           write liquidity-report-line.
           add 1 to p
           .
      *>----------------------------------------------------------------

       end program Liquidity-Ladder-Batch.
