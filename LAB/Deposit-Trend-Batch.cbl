      *>----------------------------------------------------------------
      *>  ATM Project - 2015
      *>----------------------------------------------------------------
      *> Month-end deposit base report for management, run on demand
      *> for a month keyed in as yyyymm. Every deposit account's
      *> closing balance for that month is rebuilt, together with
      *> the prior month's and the same month a year earlier: from
      *> today's balance, less the movement of every month since -
      *> taken whole from the balfwd.dat summaries for months
      *> already archived, and entry by entry from journal.dat for
      *> the rest. An overdrawn account counts as no deposit, and
      *> our own agent float, biller settlement and charity
      *> collection accounts are left out, as on the single
      *> customer view. Balances are in the base currency
      *> (basecurr.cfg) at the month-end rate, so a movement is a
      *> movement in the book and not in the exchange rate; the
      *> currency section alone is in each currency's own money.
      *> The report (deptrend.rpt) shows closing balances with the
      *> month-on-month and year-on-year change by product
      *> (product.dat), by currency and by branch (acctdom.dat, the
      *> installation's own branch where an account has none), the
      *> top 20 depositors by owner with their share of the total,
      *> and the accounts opened, closed and gone dormant in the
      *> month - dormant on the day its last activity passed the
      *> dormancy.cfg threshold - with the balances the closed
      *> accounts took with them, as they stood before closure.
      *>----------------------------------------------------------------

       Identification Division.
       Program-id. Deposit-Trend-Batch.

       Environment Division.
       Input-Output Section.
       File-Control.

       Select archivoAccounts assign to "account.dat"
           organization is indexed
           access is dynamic
           record key is account-no
           alternate key is account-owner-id with duplicates.

       Select optional archivoBalFwd assign to "balfwd.dat"
           organization is indexed
           access is dynamic
           record key is bf-key.

       Select archivoJournal assign to "journal.dat"
           organization is indexed
           access is dynamic
           record key is journal-seq-no
           alternate record key is journal-account-no with duplicates.

       Select optional archivoProducts assign to "product.dat"
           organization is indexed
           access is dynamic
           record key is product-account-type.

       Select optional archivoDomicile assign to "acctdom.dat"
           organization is indexed
           access is dynamic
           record key is adom-account-no.

       Select archivoCustomer assign to "customer.dat"
           organization is indexed
           access is dynamic
           record key is customer-id.

       Select optional archivoAgents assign to "agent.dat"
           organization is indexed
           access is dynamic
           record key is agent-id.

       Select optional archivoBillers assign to "biller.dat"
           organization is indexed
           access is dynamic
           record key is biller-code.

       Select optional archivoCharities assign to "charity.dat"
           organization is indexed
           access is dynamic
           record key is charity-code.

       Select optional archivoDormCfg assign to "dormancy.cfg"
           organization is line sequential.

       Select optional archivoBaseCfg assign to "basecurr.cfg"
           organization is line sequential.

       Select archivoReport assign to "deptrend.rpt"
           organization is line sequential.

       Data Division.

       File Section.
       FD archivoAccounts.
       copy "ACCTREC.cpy".

       FD archivoBalFwd.
       copy "BALFWD.cpy".

       FD archivoJournal.
       copy "TXNJRNL.cpy".

       FD archivoProducts.
       copy "PRODUCT.cpy".

       FD archivoDomicile.
       copy "ACCTDOM.cpy".

       FD archivoCustomer.
       copy "CUSTOMER.cpy".

       FD archivoAgents.
       copy "AGENT.cpy".

       FD archivoBillers.
       copy "BILLER.cpy".

       FD archivoCharities.
       copy "CHARITY.cpy".

       FD archivoDormCfg.
       01 dormancy-config-record.
           05 dormcfg-inactive-days pic 9(5).
           05 dormcfg-dormant-days  pic 9(5).
           05 dormcfg-escheat-days  pic 9(5).

       FD archivoBaseCfg.
       01 base-config-record.
           05 basecfg-currency     pic x(3).

       FD archivoReport.
       01 trend-report-line      pic x(70).

       working-storage section.
       78 default-base-currency  value "USD".
       78 default-dormant-days   value 365.
       78 max-currency-entries   value 20.
       78 max-branch-entries     value 100.
       78 max-depositor-entries  value 2000.
       78 max-excluded-entries   value 500.
       78 top-depositor-count    value 20.
       77 ws-today               pic 9(8).
       77 ws-report-month        pic 9(6).
       77 ws-prior-month         pic 9(6).
       77 ws-year-ago-month      pic 9(6).
       77 ws-month-end-date      pic 9(8).
       77 ws-month-end-days      pic 9(9) comp.
       77 ws-dormant-days        pic 9(5).
       77 ws-dormant-date        pic 9(8).
       77 ws-entry-period        pic 9(6).
       77 ws-close-period        pic 9(6).
       77 ws-base-currency       pic x(3).
       77 ws-currency            pic x(3).
       77 ws-rate                pic 9(3)v9(6).
       77 ws-site-atm-id         pic 9(3).
       77 ws-site-bank-id        pic 9(3).
       77 ws-site-branch-id      pic 9(3).
       77 ws-bank-id             pic 9(3).
       77 ws-branch-id           pic 9(3).
       77 ws-signed-amount       pic s9(11)v99.
       77 ws-after-month         pic s9(11)v99.
       77 ws-after-prior         pic s9(11)v99.
       77 ws-after-year-ago      pic s9(11)v99.
       77 ws-after-closure       pic s9(11)v99.
       77 ws-balance-month       pic s9(11)v99.
       77 ws-balance-prior       pic s9(11)v99.
       77 ws-balance-year-ago    pic s9(11)v99.
       77 ws-balance-closed      pic s9(11)v99.
       77 ws-total-month         pic s9(13)v99 value zero.
       77 ws-total-prior         pic s9(13)v99 value zero.
       77 ws-total-year-ago      pic s9(13)v99 value zero.
       77 ws-closed-balance-total pic s9(13)v99 value zero.
       77 ws-share-percent       pic 9(3)v99.
       77 ws-top-share-total     pic 9(3)v99 value zero.
       77 ws-top-balance-total   pic s9(13)v99 value zero.
       77 ws-best-balance        pic s9(11)v99.
       77 ws-best-entry          pic 9(4).
       77 ws-account-count       pic 9(7) value zero.
       77 ws-opened-count        pic 9(7) value zero.
       77 ws-closed-count        pic 9(7) value zero.
       77 ws-dormant-count       pic 9(7) value zero.
       77 ws-currency-count      pic 9(2) value zero.
       77 ws-branch-count        pic 9(3) value zero.
       77 ws-depositor-count     pic 9(4) value zero.
       77 ws-excluded-count      pic 9(3) value zero.
       77 ws-excluded-reason     pic x(2).
       77 ws-dropped-count       pic 9(5) value zero.
       77 ws-rank                pic 9(2).
       77 i                      pic 9(4).
       77 k                      pic 9(3).
       77 ws-row-label           pic x(14).
       77 ws-row-month           pic s9(13)v99.
       77 ws-row-prior           pic s9(13)v99.
       77 ws-row-year-ago        pic s9(13)v99.
       77 ws-row-change          pic s9(13)v99.
       77 print-month            pic -(10)9.99.
       77 print-prior            pic -(10)9.99.
       77 print-month-change     pic -(10)9.99.
       77 print-year-change      pic -(10)9.99.
       77 print-rank             pic z9.
       77 print-share            pic zz9.99.
       77 ws-line-label          pic x(34).
       77 ws-line-amount         pic s9(13)v99.
       77 print-amount           pic -(12)9.99.
       77 print-count            pic z(6)9.
       77 ws-report-line         pic x(70).
       01 ws-product-table.
           05 ws-product-entry occurs 10 times.
              10 pr-used          pic x(1).
              10 pr-month         pic s9(13)v99.
              10 pr-prior         pic s9(13)v99.
              10 pr-year-ago      pic s9(13)v99.
       01 ws-currency-table.
           05 ws-currency-entry occurs 20 times.
              10 cu-currency      pic x(3).
              10 cu-month         pic s9(13)v99.
              10 cu-prior         pic s9(13)v99.
              10 cu-year-ago      pic s9(13)v99.
       01 ws-branch-table.
           05 ws-branch-entry occurs 100 times.
              10 br-bank-id       pic 9(3).
              10 br-branch-id     pic 9(3).
              10 br-month         pic s9(13)v99.
              10 br-prior         pic s9(13)v99.
              10 br-year-ago      pic s9(13)v99.
       01 ws-depositor-table.
           05 ws-depositor-entry occurs 2000 times.
              10 dp-customer-id   pic 9(5).
              10 dp-account-count pic 9(3).
              10 dp-balance       pic s9(11)v99.
              10 dp-ranked        pic x(1).
       01 ws-excluded-table.
           05 ws-excluded-entry occurs 500 times.
              10 ex-account-no    pic 9(7).
              10 ex-reason        pic x(2).
       01 ws-found-switch        pic 9 value zero.
          88  ws-entry-found       value 1.
       01 ws-excluded-switch     pic 9 value zero.
          88  ws-is-excluded       value 1.
       01 ws-closed-switch       pic 9 value zero.
          88  ws-closed-in-month   value 1.
       01 ws-account-end-switch  pic 9 value zero.
          88  ws-account-done      value 1.
       01 ws-at-end-switch       pic 9 value zero.
          88  ws-no-more-records   value 1.
       78 dash-line  value "------------------------------------".

      *>----------------------------------------------------------------
       Procedure division.

       main-procedure.
           accept ws-today from date yyyymmdd.
           display "Report month (yyyymm) ? : " no advancing.
           accept ws-report-month.
           perform set-report-months.
           perform load-base-currency.
           perform load-dormancy-threshold.
           call "ATM-Config" using by reference ws-site-atm-id
                                                ws-site-bank-id
                                                ws-site-branch-id.
           perform load-excluded-accounts.
           initialize ws-product-table.
           perform gather-accounts.
           open output archivoReport.
           perform write-report-heading.
           perform write-product-section.
           perform write-currency-section.
           perform write-branch-section.
           perform write-top-depositors.
           perform write-account-movement.
           close archivoReport.
           display "Deposit-Trend-Batch: " ws-account-count
                   " accounts, " ws-opened-count " opened, "
                   ws-closed-count " closed, " ws-dormant-count
                   " dormant".
           if ws-dropped-count is greater than zero
               display "Deposit-Trend-Batch: " ws-dropped-count
                       " entries dropped - table full"
           end-if.
           stop run
           .
      *>----------------------------------------------------------------

      *> The month's last day is the day before the next month's
      *> first.

       set-report-months.
           if ws-report-month (5:2) is equal to "01"
               compute ws-prior-month = ws-report-month - 89
           else
               compute ws-prior-month = ws-report-month - 1
           end-if.
           compute ws-year-ago-month = ws-report-month - 100.
           if ws-report-month (5:2) is equal to "12"
               compute ws-month-end-date =
                       (ws-report-month + 89) * 100 + 1
           else
               compute ws-month-end-date =
                       (ws-report-month + 1) * 100 + 1
           end-if.
           compute ws-month-end-days =
                   function integer-of-date (ws-month-end-date) - 1.
           compute ws-month-end-date =
                   function date-of-integer (ws-month-end-days)
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

       load-dormancy-threshold.
           move default-dormant-days to ws-dormant-days.
           open input archivoDormCfg
           read archivoDormCfg
                   at end
                       continue
                   not at end
                       if dormcfg-dormant-days is greater than zero
                           move dormcfg-dormant-days to ws-dormant-days
                       end-if
           end-read.
           close archivoDormCfg
           .
      *>----------------------------------------------------------------

      *> Our own accounts, which are not customers' deposits: agents'
      *> floats (AG), billers' settlement accounts (BI) and
      *> charities' collection accounts (CH).

       load-excluded-accounts.
           move zero to ws-at-end-switch.
           move "AG" to ws-excluded-reason.
           open input archivoAgents
               perform read-agent until ws-no-more-records
           close archivoAgents.
           move zero to ws-at-end-switch.
           move "BI" to ws-excluded-reason.
           open input archivoBillers
               perform read-biller until ws-no-more-records
           close archivoBillers.
           move zero to ws-at-end-switch.
           move "CH" to ws-excluded-reason.
           open input archivoCharities
               perform read-charity until ws-no-more-records
           close archivoCharities
           .
      *>----------------------------------------------------------------

       read-agent.
           read archivoAgents next record
               at end
                   set ws-no-more-records to true
               not at end
                   if agent-float-acct is greater than zero
                       move agent-float-acct to account-no
                       perform add-excluded-account
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       read-biller.
           read archivoBillers next record
               at end
                   set ws-no-more-records to true
               not at end
                   if biller-settle-acct is greater than zero
                       move biller-settle-acct to account-no
                       perform add-excluded-account
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       read-charity.
           read archivoCharities next record
               at end
                   set ws-no-more-records to true
               not at end
                   if charity-coll-acct is greater than zero
                       move charity-coll-acct to account-no
                       perform add-excluded-account
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       add-excluded-account.
           perform check-excluded-account.
           if ws-is-excluded
               exit paragraph
           end-if.
           if ws-excluded-count is less than max-excluded-entries
               add 1 to ws-excluded-count
               move account-no to ex-account-no (ws-excluded-count)
               move ws-excluded-reason
                 to ex-reason (ws-excluded-count)
           else
               display "Deposit-Trend-Batch: exclusion table full"
                       " - account " account-no " not excluded"
           end-if
           .
      *>----------------------------------------------------------------

       check-excluded-account.
           move zero to ws-excluded-switch.
           move 1 to k.
           perform match-excluded-account
               until ws-is-excluded
                  or k is greater than ws-excluded-count
           .
      *>----------------------------------------------------------------

       match-excluded-account.
           if ex-account-no (k) is equal to account-no
               set ws-is-excluded to true
           else
               add 1 to k
           end-if
           .
      *>----------------------------------------------------------------

       gather-accounts.
           move zero to ws-at-end-switch.
           open input archivoAccounts.
           open input archivoBalFwd archivoJournal archivoDomicile.
           perform weigh-account until ws-no-more-records.
           close archivoAccounts.
           close archivoBalFwd archivoJournal archivoDomicile
           .
      *>----------------------------------------------------------------

       weigh-account.
           read archivoAccounts next record
               at end
                   set ws-no-more-records to true
               not at end
                   perform check-excluded-account
                   if not ws-is-excluded
                       perform count-account-events
                       perform rebuild-month-balances
                       perform take-account-balances
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       count-account-events.
           move zero to ws-closed-switch.
           if account-open-date (1:6) is equal to ws-report-month
               add 1 to ws-opened-count
           end-if.
           if account-is-closed
           and account-close-date (1:6) is equal to ws-report-month
               set ws-closed-in-month to true
               move account-close-date (1:6) to ws-close-period
               add 1 to ws-closed-count
           end-if.
           if (account-is-dormant or account-is-escheatable)
           and account-last-activity-date is greater than zero
               compute ws-dormant-date = function date-of-integer
                   (function integer-of-date
                       (account-last-activity-date) + ws-dormant-days)
               if ws-dormant-date (1:6) is equal to ws-report-month
                   add 1 to ws-dormant-count
               end-if
           end-if
           .
      *>----------------------------------------------------------------

      *> A month's closing balance is today's less everything that
      *> moved after it. Archived months count whole from their
      *> balance-forward summary; the live journal holds only the
      *> months not yet archived, so nothing is counted twice.

       rebuild-month-balances.
           move zero to ws-after-month ws-after-prior
                        ws-after-year-ago ws-after-closure.
           move zero to ws-account-end-switch.
           move account-no to bf-account-no.
           move zero to bf-period.
           start archivoBalFwd key is not less than bf-key
               invalid key
                   set ws-account-done to true
           end-start.
           perform weigh-archived-month until ws-account-done.
           move zero to ws-account-end-switch.
           move account-no to journal-account-no.
           start archivoJournal key is equal to journal-account-no
               invalid key
                   set ws-account-done to true
           end-start.
           perform weigh-journal-entry until ws-account-done.
           compute ws-balance-month = account-balance - ws-after-month.
           compute ws-balance-prior = account-balance - ws-after-prior.
           compute ws-balance-year-ago =
                   account-balance - ws-after-year-ago.
           compute ws-balance-closed =
                   account-balance - ws-after-closure
           .
      *>----------------------------------------------------------------

       weigh-archived-month.
           read archivoBalFwd next record
               at end
                   set ws-account-done to true
               not at end
                   if bf-account-no not equal account-no
                       set ws-account-done to true
                   else
                       compute ws-signed-amount =
                               bf-closing-balance - bf-opening-balance
                       move bf-period to ws-entry-period
                       perform take-later-movement
                       if ws-closed-in-month
                       and bf-period is not less than ws-close-period
                           add ws-signed-amount to ws-after-closure
                       end-if
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

      *> Same credit/debit split Journal-Verify-Batch works from.

       weigh-journal-entry.
           read archivoJournal next record
               at end
                   set ws-account-done to true
               not at end
                   if journal-account-no not equal account-no
                       set ws-account-done to true
                       exit paragraph
                   end-if
                   move zero to ws-signed-amount
                   evaluate journal-txn-type
                       when "DP" when "TI" when "IN" when "RV"
                       when "CH" when "SA" when "LD" when "TM"
                       when "SI" when "DX" when "IW" when "MR"
                       when "LY" when "GW"
                           move journal-amount to ws-signed-amount
                       when "WD" when "TO" when "FE" when "WT"
                       when "ES" when "TD" when "LP" when "LI"
                       when "BP" when "PY" when "DD" when "IC"
                       when "GS" when "CD" when "WO" when "VT"
                       when "LR" when "NW" when "DI" when "CE"
                       when "MT"
                           compute ws-signed-amount =
                                   zero - journal-amount
                       when other
                           continue
                   end-evaluate
                   move journal-date (1:6) to ws-entry-period
                   perform take-later-movement
                   if ws-closed-in-month
                   and journal-date is not less than account-close-date
                       add ws-signed-amount to ws-after-closure
                   end-if
           end-read
           .
      *>----------------------------------------------------------------

       take-later-movement.
           if ws-entry-period is greater than ws-report-month
               add ws-signed-amount to ws-after-month
           end-if.
           if ws-entry-period is greater than ws-prior-month
               add ws-signed-amount to ws-after-prior
           end-if.
           if ws-entry-period is greater than ws-year-ago-month
               add ws-signed-amount to ws-after-year-ago
           end-if
           .
      *>----------------------------------------------------------------

      *> An overdrawn account is no deposit at any of the three
      *> month-ends.

       take-account-balances.
           if ws-balance-month is less than zero
               move zero to ws-balance-month
           end-if.
           if ws-balance-prior is less than zero
               move zero to ws-balance-prior
           end-if.
           if ws-balance-year-ago is less than zero
               move zero to ws-balance-year-ago
           end-if.
           if ws-balance-closed is less than zero
               move zero to ws-balance-closed
           end-if.
           if ws-balance-month is equal to zero
           and ws-balance-prior is equal to zero
           and ws-balance-year-ago is equal to zero
           and ws-balance-closed is equal to zero
               exit paragraph
           end-if.
           add 1 to ws-account-count.
           move account-currency to ws-currency.
           if ws-currency is equal to spaces
               move ws-base-currency to ws-currency
           end-if.
           perform find-currency-entry.
           if ws-entry-found
               add ws-balance-month    to cu-month (i)
               add ws-balance-prior    to cu-prior (i)
               add ws-balance-year-ago to cu-year-ago (i)
           end-if.
           if ws-currency not equal ws-base-currency
               call "Exchange-Rate" using
                                  by content ws-currency
                                             ws-base-currency
                                             ws-month-end-date
                                  by reference ws-rate
               compute ws-balance-month rounded =
                       ws-balance-month * ws-rate
               compute ws-balance-prior rounded =
                       ws-balance-prior * ws-rate
               compute ws-balance-year-ago rounded =
                       ws-balance-year-ago * ws-rate
               compute ws-balance-closed rounded =
                       ws-balance-closed * ws-rate
           end-if.
           add ws-balance-month    to ws-total-month.
           add ws-balance-prior    to ws-total-prior.
           add ws-balance-year-ago to ws-total-year-ago.
           if ws-closed-in-month
               add ws-balance-closed to ws-closed-balance-total
           end-if.
           compute i = account-type + 1.
           move "Y" to pr-used (i).
           add ws-balance-month    to pr-month (i).
           add ws-balance-prior    to pr-prior (i).
           add ws-balance-year-ago to pr-year-ago (i).
           perform find-account-branch.
           if ws-entry-found
               add ws-balance-month    to br-month (i)
               add ws-balance-prior    to br-prior (i)
               add ws-balance-year-ago to br-year-ago (i)
           end-if.
           if ws-balance-month is greater than zero
               perform find-depositor-entry
               if ws-entry-found
                   add 1 to dp-account-count (i)
                   add ws-balance-month to dp-balance (i)
               end-if
           end-if
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
                   move ws-currency to cu-currency (i)
                   set ws-entry-found to true
               else
                   add 1 to ws-dropped-count
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       match-currency-entry.
           if cu-currency (i) is equal to ws-currency
               set ws-entry-found to true
           else
               add 1 to i
           end-if
           .
      *>----------------------------------------------------------------

       find-account-branch.
           move ws-site-bank-id   to ws-bank-id.
           move ws-site-branch-id to ws-branch-id.
           move account-no to adom-account-no.
           read archivoDomicile record key is adom-account-no
               invalid key
                   continue
               not invalid key
                   if adom-bank-id is greater than zero
                       move adom-bank-id   to ws-bank-id
                   end-if
                   if adom-branch-id is greater than zero
                       move adom-branch-id to ws-branch-id
                   end-if
           end-read.
           move zero to ws-found-switch.
           move 1 to i.
           perform match-branch-entry
               until ws-entry-found
                  or i is greater than ws-branch-count.
           if not ws-entry-found
               if ws-branch-count is less than max-branch-entries
                   add 1 to ws-branch-count
                   move ws-branch-count to i
                   initialize ws-branch-entry (i)
                   move ws-bank-id   to br-bank-id (i)
                   move ws-branch-id to br-branch-id (i)
                   set ws-entry-found to true
               else
                   add 1 to ws-dropped-count
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       match-branch-entry.
           if br-bank-id (i) is equal to ws-bank-id
           and br-branch-id (i) is equal to ws-branch-id
               set ws-entry-found to true
           else
               add 1 to i
           end-if
           .
      *>----------------------------------------------------------------

       find-depositor-entry.
           move zero to ws-found-switch.
           move 1 to i.
           perform match-depositor-entry
               until ws-entry-found
                  or i is greater than ws-depositor-count.
           if not ws-entry-found
               if ws-depositor-count is less than max-depositor-entries
                   add 1 to ws-depositor-count
                   move ws-depositor-count to i
                   initialize ws-depositor-entry (i)
                   move account-owner-id to dp-customer-id (i)
                   move space to dp-ranked (i)
                   set ws-entry-found to true
               else
                   add 1 to ws-dropped-count
               end-if
           end-if
           .
      *>----------------------------------------------------------------

       match-depositor-entry.
           if dp-customer-id (i) is equal to account-owner-id
               set ws-entry-found to true
           else
               add 1 to i
           end-if
           .
      *>----------------------------------------------------------------

       write-report-heading.
           move dash-line to trend-report-line.
           write trend-report-line.
           move spaces to ws-report-line.
           string " Deposit base for month "  delimited by size
                  ws-report-month             delimited by size
                  " in "                      delimited by size
                  ws-base-currency            delimited by size
                  "  run "                    delimited by size
                  ws-today                    delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to trend-report-line.
           write trend-report-line.
           move dash-line to trend-report-line.
           write trend-report-line
           .
      *>----------------------------------------------------------------

       write-column-heading.
           move spaces to ws-report-line.
           move "Closing"        to ws-report-line (22:7).
           move "Prior month"    to ws-report-line (32:11).
           move "Month chg"      to ws-report-line (48:9).
           move "Year chg"       to ws-report-line (63:8).
           move ws-report-line to trend-report-line.
           write trend-report-line
           .
      *>----------------------------------------------------------------

       write-trend-row.
           move ws-row-month to print-month.
           move ws-row-prior to print-prior.
           compute ws-row-change = ws-row-month - ws-row-prior.
           move ws-row-change to print-month-change.
           compute ws-row-change = ws-row-month - ws-row-year-ago.
           move ws-row-change to print-year-change.
           move spaces to ws-report-line.
           string ws-row-label        delimited by size
                  print-month         delimited by size
                  print-prior         delimited by size
                  print-month-change  delimited by size
                  print-year-change   delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to trend-report-line.
           write trend-report-line
           .
      *>----------------------------------------------------------------

       write-total-row.
           move "   Total" to ws-row-label.
           move ws-total-month    to ws-row-month.
           move ws-total-prior    to ws-row-prior.
           move ws-total-year-ago to ws-row-year-ago.
           perform write-trend-row
           .
      *>----------------------------------------------------------------

       write-product-section.
           move spaces to trend-report-line.
           write trend-report-line.
           move " By product" to trend-report-line.
           write trend-report-line.
           perform write-column-heading.
           open input archivoProducts.
           move 1 to i.
           perform write-product-row until i is greater than 10.
           close archivoProducts.
           perform write-total-row
           .
      *>----------------------------------------------------------------

       write-product-row.
           if pr-used (i) is equal to "Y"
               compute product-account-type = i - 1
               move spaces to ws-row-label
               read archivoProducts record key is product-account-type
                   invalid key
                       string "   Type "           delimited by size
                              product-account-type delimited by size
                              into ws-row-label
                       end-string
                   not invalid key
                       string "   "                delimited by size
                              product-name (1:11)  delimited by size
                              into ws-row-label
                       end-string
               end-read
               move pr-month (i)    to ws-row-month
               move pr-prior (i)    to ws-row-prior
               move pr-year-ago (i) to ws-row-year-ago
               perform write-trend-row
           end-if.
           add 1 to i
           .
      *>----------------------------------------------------------------

       write-currency-section.
           move spaces to trend-report-line.
           write trend-report-line.
           move " By currency (in each currency's own money)"
             to trend-report-line.
           write trend-report-line.
           perform write-column-heading.
           move 1 to i.
           perform write-currency-row
               until i is greater than ws-currency-count
           .
      *>----------------------------------------------------------------

       write-currency-row.
           move spaces to ws-row-label.
           string "   "            delimited by size
                  cu-currency (i)  delimited by size
                  into ws-row-label
           end-string.
           move cu-month (i)    to ws-row-month.
           move cu-prior (i)    to ws-row-prior.
           move cu-year-ago (i) to ws-row-year-ago.
           perform write-trend-row.
           add 1 to i
           .
      *>----------------------------------------------------------------

       write-branch-section.
           move spaces to trend-report-line.
           write trend-report-line.
           move " By bank and branch" to trend-report-line.
           write trend-report-line.
           perform write-column-heading.
           move 1 to i.
           perform write-branch-row
               until i is greater than ws-branch-count.
           perform write-total-row
           .
      *>----------------------------------------------------------------

       write-branch-row.
           move spaces to ws-row-label.
           string "   "             delimited by size
                  br-bank-id (i)    delimited by size
                  "/"               delimited by size
                  br-branch-id (i)  delimited by size
                  into ws-row-label
           end-string.
           move br-month (i)    to ws-row-month.
           move br-prior (i)    to ws-row-prior.
           move br-year-ago (i) to ws-row-year-ago.
           perform write-trend-row.
           add 1 to i
           .
      *>----------------------------------------------------------------

      *> Largest first: each pass picks the largest balance not yet
      *> ranked. A depositor is the account's owner; a joint
      *> account counts to its owner in full.

       write-top-depositors.
           move spaces to trend-report-line.
           write trend-report-line.
           move spaces to ws-report-line.
           string " Top "              delimited by size
                  top-depositor-count  delimited by size
                  " depositors at month-end" delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to trend-report-line.
           write trend-report-line.
           move spaces to ws-report-line.
           move "Customer"       to ws-report-line (6:8).
           move "Accts"          to ws-report-line (24:5).
           move "Balance"        to ws-report-line (38:7).
           move "Share %"        to ws-report-line (47:7).
           move ws-report-line to trend-report-line.
           write trend-report-line.
           open input archivoCustomer.
           move 1 to ws-rank.
           perform write-top-depositor
               until ws-rank is greater than top-depositor-count.
           close archivoCustomer.
           move ws-top-balance-total to print-amount.
           move ws-top-share-total to print-share.
           move spaces to ws-report-line.
           string "   Top depositors together  " delimited by size
                  print-amount                   delimited by size
                  "   "                          delimited by size
                  print-share                    delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to trend-report-line.
           write trend-report-line
           .
      *>----------------------------------------------------------------

       write-top-depositor.
           move zero to ws-best-entry ws-best-balance.
           move 1 to i.
           perform find-largest-depositor
               until i is greater than ws-depositor-count.
           if ws-best-entry is equal to zero
               move top-depositor-count to ws-rank
               add 1 to ws-rank
               exit paragraph
           end-if.
           move ws-best-entry to i.
           move "Y" to dp-ranked (i).
           move dp-customer-id (i) to customer-id.
           move spaces to customer-name.
           read archivoCustomer record key is customer-id
               invalid key
                   continue
           end-read.
           if ws-total-month is greater than zero
               compute ws-share-percent rounded =
                       dp-balance (i) * 100 / ws-total-month
           else
               move zero to ws-share-percent
           end-if.
           add ws-share-percent to ws-top-share-total.
           add dp-balance (i) to ws-top-balance-total.
           move ws-rank to print-rank.
           move dp-account-count (i) to print-count.
           move dp-balance (i) to print-amount.
           move ws-share-percent to print-share.
           move spaces to ws-report-line.
           string " "                delimited by size
                  print-rank         delimited by size
                  "  "               delimited by size
                  dp-customer-id (i) delimited by size
                  " "                delimited by size
                  customer-name      delimited by size
                  print-count        delimited by size
                  print-amount       delimited by size
                  "   "              delimited by size
                  print-share        delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to trend-report-line.
           write trend-report-line.
           add 1 to ws-rank
           .
      *>----------------------------------------------------------------

       find-largest-depositor.
           if dp-ranked (i) not equal "Y"
           and dp-balance (i) is greater than ws-best-balance
               move dp-balance (i) to ws-best-balance
               move i to ws-best-entry
           end-if.
           add 1 to i
           .
      *>----------------------------------------------------------------

       write-account-movement.
           move spaces to trend-report-line.
           write trend-report-line.
           move " Accounts in the month" to trend-report-line.
           write trend-report-line.
           move "   Opened" to ws-line-label.
           move ws-opened-count to print-count.
           perform write-count-line.
           move "   Closed" to ws-line-label.
           move ws-closed-count to print-count.
           perform write-count-line.
           move "   Balances lost to closures" to ws-line-label.
           move ws-closed-balance-total to ws-line-amount.
           perform write-amount-line.
           move "   Gone dormant" to ws-line-label.
           move ws-dormant-count to print-count.
           perform write-count-line.
           move "   Deposit accounts reported" to ws-line-label.
           move ws-account-count to print-count.
           perform write-count-line
           .
      *>----------------------------------------------------------------

       write-amount-line.
           move ws-line-amount to print-amount.
           move spaces to ws-report-line.
           string ws-line-label delimited by size
                  print-amount  delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to trend-report-line.
           write trend-report-line
           .
      *>----------------------------------------------------------------

       write-count-line.
           move spaces to ws-report-line.
           string ws-line-label delimited by size
                  print-count   delimited by size
                  into ws-report-line
           end-string.
           move ws-report-line to trend-report-line.
           write trend-report-line
           .
      *>----------------------------------------------------------------

       end program Deposit-Trend-Batch.
